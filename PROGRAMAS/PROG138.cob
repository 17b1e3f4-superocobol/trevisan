      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG138 - Geração do Arquivo da NF-e
      * Chamadas..: PROG41 - Leitura dos Parametros Gerais
      *             PROG40 - Alocacao do Proximo Codigo Livre
      *             PROG106 - Controle de Sequencia de Intercambio
      * Observação: Roda na cadeia noturna logo apos o faturamento
      *             (PROG64) e gera NFEREM.TXT, o arquivo das NF-e
      *             para o transmissor autorizar na SEFAZ, no layout
      *             fixo acordado com ele. Uma NF-e por pedido: a
      *             primeira parcela (FAT-PARCELA 01) com a NF-e a
      *             gerar ou rejeitada puxa o pedido, e todas as
      *             parcelas do pedido recebem a serie, o numero e a
      *             situacao G (gerada, aguardando retorno).
      *             - HDR: data, sequencia do arquivo (PROG106,
      *               interface NFEREM), CNPJ do emitente e ambiente
      *               (PAR-NFE-AMBIENTE: 1 = producao, 2 =
      *               homologacao);
      *             - NFE: serie (PAR-NFE-SERIE), numero (PROG40 tipo
      *               'N', serie propria), codigo numerico = numero da
      *               primeira fatura (volta no retorno e na chave de
      *               acesso), emissao, destino interno/interestadual
      *               e indicador de reenvio;
      *             - EMI: emitente (beneficiario e UF de PARAM.ARQ);
      *             - DST: destinatario de CLIENTES.ARQ;
      *             - ITM: um por item de PEDITEM.ARQ, com descricao,
      *               unidade, NCM e perfil de PRODUTO.ARQ e o CFOP
      *               de venda (5/6101 producao propria, 5/6102
      *               revenda e substituicao tributaria);
      *             - DUP: uma por parcela (fatura) do pedido;
      *             - TOT: produtos, desconto/acrescimo do cabecalho
      *               do pedido, impostos (FAT-VLR-ICMS/-IPI/-PIS/
      *               -COFINS somados das parcelas) e total da nota;
      *             - TRL: quantidade de NF-e, de registros e soma.
      *             Valores em centavos; quantidade e preco unitario
      *             com 2 decimais implicitas.
      *             NF-e rejeitada volta com o mesmo numero, depois de
      *             corrigido o cadastro; denegada nao e' reenviada.
      *             Pedido sem itens ou cliente nao encontrado nao
      *             gera NF-e e fica listado na console.
      *             O retorno da autorizacao e' aplicado pelo PROG139.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhuma NF-e a gerar, ou pedido nao gerado
      *            12 = arquivo ausente, emitente nao parametrizado
      *                 ou numeracao indisponivel
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG138.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS CLI-KEY.

       SELECT PEDITEM ASSIGN TO WS-ARQ-PEDITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS ITE-STAT
              RECORD KEY   IS ITE-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       SELECT NFEREM ASSIGN TO WS-ARQ-NFEREM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REM-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_FATURA.

       COPY FD_CLIENTES.

       COPY FD_PEDITEM.

       COPY FD_PRODUTO.

       FD NFEREM.

       01 NFEREM-REG        PIC X(230).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-NFEREM      PIC X(70) VALUE SPACES.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 ITE-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
           88 FSI-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-NAO-EXISTE VALUE 35.

       77 REM-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-SEQ-ARQUIVO    PIC 9(04) VALUE ZEROS.
       77 WS-CNPJ-EMITENTE  PIC X(14) VALUE SPACES.
       77 WS-POS-CNPJ       PIC 9(02) VALUE ZEROS.
       77 WS-IDX            PIC 9(02) VALUE ZEROS.

      *    Pedido em geracao (primeira parcela).
       77 WS-FAT-ATUAL      PIC 9(08) VALUE ZEROS.
       77 WS-PEDIDO         PIC 9(08) VALUE ZEROS.
       77 WS-CODC           PIC 9(07) VALUE ZEROS.
       77 WS-NFE-NUMERO     PIC 9(09) VALUE ZEROS.
       77 WS-REENVIO        PIC X(01) VALUE SPACES.
       77 WS-UF-DESTINO     PIC X(02) VALUE SPACES.
       77 WS-NUM-ITEM       PIC 9(03) VALUE ZEROS.

       77 WS-VPROD-CENT     PIC 9(13) VALUE ZEROS.
       77 WS-VNF-CENT       PIC 9(13) VALUE ZEROS.
       77 WS-ITEM-CENT      PIC 9(11) VALUE ZEROS.
       77 WS-DUP-CENT       PIC 9(11) VALUE ZEROS.
       77 WS-TOT-ICMS       PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-IPI        PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-PIS        PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-COFINS     PIC 9(09)V99 VALUE ZEROS.

       77 WS-QTD-NFE        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REENVIO    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-NAO-GERADA PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REGISTROS  PIC 9(06) VALUE ZEROS.
       77 WS-SOMA-CENT      PIC 9(15) VALUE ZEROS.

       01 WS-REG-HEADER.
           05 FILLER        PIC X(003) VALUE 'HDR'.
           05 WRH-DATA      PIC 9(008) VALUE ZEROS.
           05 WRH-SEQ       PIC 9(004) VALUE ZEROS.
           05 WRH-CNPJ      PIC X(014) VALUE SPACES.
           05 WRH-AMBIENTE  PIC X(001) VALUE SPACES.
           05 FILLER        PIC X(200) VALUE SPACES.

       01 WS-REG-NFE.
           05 FILLER        PIC X(003) VALUE 'NFE'.
           05 WRN-SERIE     PIC 9(003) VALUE ZEROS.
           05 WRN-NUMERO    PIC 9(009) VALUE ZEROS.
           05 WRN-CNF       PIC 9(008) VALUE ZEROS.
           05 WRN-EMISSAO   PIC 9(008) VALUE ZEROS.
           05 WRN-TIPO      PIC X(001) VALUE '1'.
           05 WRN-DESTINO   PIC X(001) VALUE SPACES.
           05 WRN-NATOP     PIC X(030) VALUE 'VENDA DE MERCADORIA'.
           05 WRN-PEDIDO    PIC 9(008) VALUE ZEROS.
           05 WRN-QTD-PARC  PIC 9(002) VALUE ZEROS.
           05 WRN-REENVIO   PIC X(001) VALUE SPACES.
           05 FILLER        PIC X(156) VALUE SPACES.

       01 WS-REG-EMITENTE.
           05 FILLER        PIC X(003) VALUE 'EMI'.
           05 WRE-CNPJ      PIC X(014) VALUE SPACES.
           05 WRE-NOME      PIC X(040) VALUE SPACES.
           05 WRE-UF        PIC X(002) VALUE SPACES.
           05 FILLER        PIC X(171) VALUE SPACES.

       01 WS-REG-DESTINO.
           05 FILLER        PIC X(003) VALUE 'DST'.
           05 WRD-CNPJ      PIC X(014) VALUE SPACES.
           05 WRD-NOME      PIC X(040) VALUE SPACES.
           05 WRD-LOGRAD    PIC X(040) VALUE SPACES.
           05 WRD-NUM-END   PIC X(006) VALUE SPACES.
           05 WRD-COMPL     PIC X(015) VALUE SPACES.
           05 WRD-BAIRRO    PIC X(025) VALUE SPACES.
           05 WRD-MUNIC     PIC X(030) VALUE SPACES.
           05 WRD-UF        PIC X(002) VALUE SPACES.
           05 WRD-CEP       PIC 9(008) VALUE ZEROS.
           05 WRD-EMAIL     PIC X(040) VALUE SPACES.
           05 FILLER        PIC X(007) VALUE SPACES.

       01 WS-REG-ITEM.
           05 FILLER        PIC X(003) VALUE 'ITM'.
           05 WRI-ITEM      PIC 9(003) VALUE ZEROS.
           05 WRI-PRODUTO   PIC 9(005) VALUE ZEROS.
           05 WRI-DESCRICAO PIC X(030) VALUE SPACES.
           05 WRI-NCM       PIC 9(008) VALUE ZEROS.
           05 WRI-CFOP      PIC 9(004) VALUE ZEROS.
           05 WRI-UNIDADE   PIC X(003) VALUE SPACES.
           05 WRI-QTDE      PIC 9(007)V99 VALUE ZEROS.
           05 WRI-PRECO     PIC 9(007)V99 VALUE ZEROS.
           05 WRI-VALOR     PIC 9(011) VALUE ZEROS.
           05 WRI-PERFIL    PIC X(001) VALUE SPACES.
           05 FILLER        PIC X(144) VALUE SPACES.

       01 WS-REG-DUPLICATA.
           05 FILLER        PIC X(003) VALUE 'DUP'.
           05 WRP-FATURA    PIC 9(008) VALUE ZEROS.
           05 WRP-PARCELA   PIC 9(002) VALUE ZEROS.
           05 WRP-VENCTO    PIC 9(008) VALUE ZEROS.
           05 WRP-VALOR     PIC 9(011) VALUE ZEROS.
           05 FILLER        PIC X(198) VALUE SPACES.

       01 WS-REG-TOTAL.
           05 FILLER        PIC X(003) VALUE 'TOT'.
           05 WRT-VPROD     PIC 9(013) VALUE ZEROS.
           05 WRT-VDESC     PIC 9(013) VALUE ZEROS.
           05 WRT-VOUTRO    PIC 9(013) VALUE ZEROS.
           05 WRT-VICMS     PIC 9(011) VALUE ZEROS.
           05 WRT-VIPI      PIC 9(011) VALUE ZEROS.
           05 WRT-VPIS      PIC 9(011) VALUE ZEROS.
           05 WRT-VCOFINS   PIC 9(011) VALUE ZEROS.
           05 WRT-VNF       PIC 9(013) VALUE ZEROS.
           05 FILLER        PIC X(131) VALUE SPACES.

       01 WS-REG-TRAILER.
           05 FILLER        PIC X(003) VALUE 'TRL'.
           05 WRL-QTD-NFE   PIC 9(006) VALUE ZEROS.
           05 WRL-QTD-REG   PIC 9(006) VALUE ZEROS.
           05 WRL-SOMA      PIC 9(015) VALUE ZEROS.
           05 FILLER        PIC X(200) VALUE SPACES.

       COPY LK_PARAM.

       COPY LK_SEQUENC.

       COPY LK_INTSEQ.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

      *    Emitente: beneficiario e UF da terceira pagina do PROG42.
           CALL "PROG41" USING LK-PARAM END-CALL
           PERFORM MONTA-CNPJ-EMITENTE
           IF WS-POS-CNPJ NOT = 14
              OR LK-PAR-BENEF-NOME  = SPACES
              OR LK-PAR-UF-EMITENTE = SPACES
              DISPLAY 'PROG138: EMITENTE DA NF-E NAO PARAMETRIZADO '
                      '(PROG42)'
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ABRIR-ARQUIVO

      *    Sequencia do arquivo, registrada pelo PROG106 para o
      *    transmissor barrar duplicidade no processamento dele.
           MOVE 'NFEREM'   TO LK-INT-INTERFACE
           MOVE SPACES     TO LK-INT-FORCA
           SET LK-INT-GERA TO TRUE
           CALL "PROG106" USING LK-INTSEQ END-CALL
           MOVE LK-INT-SEQ TO WS-SEQ-ARQUIVO

           MOVE WS-DATA-HOJE        TO WRH-DATA
           MOVE WS-SEQ-ARQUIVO      TO WRH-SEQ
           MOVE WS-CNPJ-EMITENTE    TO WRH-CNPJ
           MOVE LK-PAR-NFE-AMBIENTE TO WRH-AMBIENTE
           WRITE NFEREM-REG FROM WS-REG-HEADER
           ADD 1 TO WS-QTD-REGISTROS

           MOVE WS-CNPJ-EMITENTE    TO WRE-CNPJ
           MOVE LK-PAR-BENEF-NOME   TO WRE-NOME
           MOVE LK-PAR-UF-EMITENTE  TO WRE-UF

           MOVE LOW-VALUES TO FATURA-FAT
           START FATURA KEY NOT LESS THAN FAT-KEY
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM GERA-UMA THRU GERA-UMA-SAI UNTIL FSF-FIM-REG

           ADD 1 TO WS-QTD-REGISTROS
           MOVE WS-QTD-NFE       TO WRL-QTD-NFE
           MOVE WS-QTD-REGISTROS TO WRL-QTD-REG
           MOVE WS-SOMA-CENT     TO WRL-SOMA
           WRITE NFEREM-REG FROM WS-REG-TRAILER

           IF WS-QTD-NFE = ZEROS OR WS-QTD-NAO-GERADA NOT = ZEROS
              MOVE 04 TO WS-RETCODE
           END-IF

           DISPLAY 'ARQUIVO DE NF-E ' WS-SEQ-ARQUIVO ' GERADO COM '
                   WS-QTD-NFE ' NOTA(S), ' WS-QTD-REENVIO
                   ' REENVIO(S)'
           IF WS-QTD-NAO-GERADA NOT = ZEROS
              DISPLAY 'PEDIDOS SEM NF-E GERADA: ' WS-QTD-NAO-GERADA
           END-IF

           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-CNPJ-EMITENTE.
      *-------------------------------------------------------------*
      *    PAR-BENEF-CNPJ pode estar digitado com a mascara; a NF-e
      *    leva so os 14 digitos.
           MOVE SPACES TO WS-CNPJ-EMITENTE
           MOVE ZEROS  TO WS-POS-CNPJ
           PERFORM SEPARA-DIGITO-CNPJ
               VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > 18
           .
       MONTA-CNPJ-EMITENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SEPARA-DIGITO-CNPJ.
      *-------------------------------------------------------------*
           IF LK-PAR-BENEF-CNPJ (WS-IDX:1) NUMERIC
              AND WS-POS-CNPJ < 14
              ADD 1 TO WS-POS-CNPJ
              MOVE LK-PAR-BENEF-CNPJ (WS-IDX:1)
                TO WS-CNPJ-EMITENTE (WS-POS-CNPJ:1)
           END-IF
           .
       SEPARA-DIGITO-CNPJ-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GERA-UMA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO GERA-UMA-SAI
           END-READ

      *    O pedido entra pela primeira parcela; as demais vao como
      *    duplicatas da mesma nota.
           IF FAT-CANCELADA OR FAT-PARCELA > 1
              GO TO GERA-UMA-SAI
           END-IF

           IF NOT FAT-NFE-PENDENTE AND NOT FAT-NFE-REJEITADA
              GO TO GERA-UMA-SAI
           END-IF

           MOVE FAT-NUMERO TO WS-FAT-ATUAL
           MOVE FAT-PEDIDO TO WS-PEDIDO
           MOVE FAT-CODC   TO WS-CODC

           MOVE FAT-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   DISPLAY 'PEDIDO ' WS-PEDIDO ' FATURA ' WS-FAT-ATUAL
                           ': CLIENTE ' WS-CODC ' NAO ENCONTRADO'
                   ADD 1 TO WS-QTD-NAO-GERADA
                   GO TO GERA-UMA-SAI
           END-READ

      *    Nota sem item nao e' aceita pela SEFAZ.
           MOVE WS-PEDIDO TO ITE-PEDIDO
           MOVE ZEROS     TO ITE-SEQ
           START PEDITEM KEY NOT LESS THAN ITE-KEY
                 INVALID KEY
                    MOVE ZEROS TO ITE-PEDIDO
           END-START
           IF ITE-PEDIDO = WS-PEDIDO
              READ PEDITEM NEXT AT END
                   MOVE ZEROS TO ITE-PEDIDO
              END-READ
           END-IF
           IF ITE-PEDIDO NOT = WS-PEDIDO
              DISPLAY 'PEDIDO ' WS-PEDIDO ' FATURA ' WS-FAT-ATUAL
                      ': SEM ITENS - NF-E NAO GERADA'
              ADD 1 TO WS-QTD-NAO-GERADA
              GO TO GERA-UMA-SAI
           END-IF

      *    Rejeitada volta com o mesmo numero; a serie so anda para
      *    nota nova.
           IF FAT-NFE-REJEITADA AND FAT-NFE-NUMERO NOT = ZEROS
              MOVE FAT-NFE-NUMERO TO WS-NFE-NUMERO
              MOVE 'S'            TO WS-REENVIO
              ADD 1 TO WS-QTD-REENVIO
           ELSE
              SET LK-SEQ-NFE TO TRUE
              CALL "PROG40" USING LK-SEQUENCIA END-CALL
              IF NOT LK-SEQ-OK
                 DISPLAY 'PROG138: NUMERACAO DA NF-E INDISPONIVEL '
                         '(SEQUENC.ARQ)'
                 MOVE 12 TO WS-RETCODE
                 PERFORM FINALIZA
              END-IF
              MOVE LK-SEQ-NUMERO TO WS-NFE-NUMERO
              MOVE 'N'           TO WS-REENVIO
           END-IF

           MOVE CLI-UF TO WS-UF-DESTINO

           MOVE LK-PAR-NFE-SERIE TO WRN-SERIE
           MOVE WS-NFE-NUMERO    TO WRN-NUMERO
           MOVE WS-FAT-ATUAL     TO WRN-CNF
           MOVE FAT-EMISSAO      TO WRN-EMISSAO
           IF WS-UF-DESTINO = LK-PAR-UF-EMITENTE
              MOVE '1' TO WRN-DESTINO
           ELSE
              MOVE '2' TO WRN-DESTINO
           END-IF
           MOVE WS-PEDIDO        TO WRN-PEDIDO
           MOVE FAT-QTD-PARC     TO WRN-QTD-PARC
           MOVE WS-REENVIO       TO WRN-REENVIO
           WRITE NFEREM-REG FROM WS-REG-NFE

           WRITE NFEREM-REG FROM WS-REG-EMITENTE

           MOVE CLI-CNPJ         TO WRD-CNPJ
           MOVE CLI-NOME         TO WRD-NOME
           MOVE CLI-LOGRADOURO   TO WRD-LOGRAD
           MOVE CLI-NUM-END      TO WRD-NUM-END
           MOVE CLI-COMPLEMENTO  TO WRD-COMPL
           MOVE CLI-BAIRRO       TO WRD-BAIRRO
           MOVE CLI-MUNICIPIO    TO WRD-MUNIC
           MOVE CLI-UF           TO WRD-UF
           MOVE CLI-CEP          TO WRD-CEP
           MOVE CLI-EMAIL        TO WRD-EMAIL
           WRITE NFEREM-REG FROM WS-REG-DESTINO
           ADD 3 TO WS-QTD-REGISTROS

      *    Itens: o primeiro ja esta lido.
           MOVE ZEROS TO WS-NUM-ITEM WS-VPROD-CENT
           PERFORM GRAVA-ITEM THRU GRAVA-ITEM-SAI UNTIL FSI-FIM-REG
           MOVE ZEROS TO ITE-STAT

      *    Duplicatas: todas as parcelas do pedido, pelo cliente.
           MOVE ZEROS TO WS-VNF-CENT WS-TOT-ICMS WS-TOT-IPI
                         WS-TOT-PIS  WS-TOT-COFINS
           MOVE WS-CODC TO FAT-CODC
           START FATURA KEY IS EQUAL TO FAT-CODC
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM GRAVA-DUPLICATA THRU GRAVA-DUPLICATA-SAI
                   UNTIL FSF-FIM-REG

           PERFORM GRAVA-TOTAL

           ADD 1           TO WS-QTD-NFE
           ADD WS-VNF-CENT TO WS-SOMA-CENT

      *    Volta a leitura da FATURA para depois da primeira parcela.
           MOVE WS-FAT-ATUAL TO FAT-NUMERO
           START FATURA KEY GREATER THAN FAT-KEY
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
                 NOT INVALID KEY
                    MOVE ZEROS TO FAT-STAT
           END-START
           .
       GERA-UMA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-ITEM.
      *-------------------------------------------------------------*
           IF ITE-PEDIDO NOT = WS-PEDIDO
              MOVE 10 TO ITE-STAT
              GO TO GRAVA-ITEM-SAI
           END-IF

           ADD 1 TO WS-NUM-ITEM
           MOVE WS-NUM-ITEM TO WRI-ITEM
           MOVE ITE-PROD    TO WRI-PRODUTO
           MOVE ITE-PROD    TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   MOVE SPACES TO PRO-DESCRICAO PRO-UNIDADE
                                  PRO-PERFIL-TRIB
                   MOVE ZEROS  TO PRO-NCM
           END-READ
           MOVE PRO-DESCRICAO   TO WRI-DESCRICAO
           MOVE PRO-NCM         TO WRI-NCM
           MOVE PRO-UNIDADE     TO WRI-UNIDADE
           MOVE PRO-PERFIL-TRIB TO WRI-PERFIL
           IF PRO-REVENDA OR PRO-SUBST-TRIB
              MOVE 5102 TO WRI-CFOP
           ELSE
              MOVE 5101 TO WRI-CFOP
           END-IF
           IF WS-UF-DESTINO NOT = LK-PAR-UF-EMITENTE
              ADD 1000 TO WRI-CFOP
           END-IF
           MOVE ITE-QTDE  TO WRI-QTDE
           MOVE ITE-PRECO TO WRI-PRECO
           COMPUTE WS-ITEM-CENT ROUNDED = ITE-QTDE * ITE-PRECO * 100
           MOVE WS-ITEM-CENT TO WRI-VALOR
           WRITE NFEREM-REG FROM WS-REG-ITEM
           ADD 1            TO WS-QTD-REGISTROS
           ADD WS-ITEM-CENT TO WS-VPROD-CENT

           READ PEDITEM NEXT AT END
                MOVE 10 TO ITE-STAT
           END-READ
           .
       GRAVA-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-DUPLICATA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO GRAVA-DUPLICATA-SAI
           END-READ

           IF FAT-CODC NOT = WS-CODC
              MOVE 10 TO FAT-STAT
              GO TO GRAVA-DUPLICATA-SAI
           END-IF

           IF FAT-PEDIDO NOT = WS-PEDIDO OR FAT-CANCELADA
              GO TO GRAVA-DUPLICATA-SAI
           END-IF

           MOVE FAT-NUMERO  TO WRP-FATURA
           MOVE FAT-PARCELA TO WRP-PARCELA
           MOVE FAT-VENCTO  TO WRP-VENCTO
           COMPUTE WS-DUP-CENT = FAT-VALOR * 100
           MOVE WS-DUP-CENT TO WRP-VALOR
           WRITE NFEREM-REG FROM WS-REG-DUPLICATA
           ADD 1              TO WS-QTD-REGISTROS
           ADD WS-DUP-CENT    TO WS-VNF-CENT
           ADD FAT-VLR-ICMS   TO WS-TOT-ICMS
           ADD FAT-VLR-IPI    TO WS-TOT-IPI
           ADD FAT-VLR-PIS    TO WS-TOT-PIS
           ADD FAT-VLR-COFINS TO WS-TOT-COFINS

      *    O retorno anterior (rejeicao) fica ate o novo retorno.
           MOVE LK-PAR-NFE-SERIE TO FAT-NFE-SERIE
           MOVE WS-NFE-NUMERO    TO FAT-NFE-NUMERO
           SET FAT-NFE-GERADA    TO TRUE
           MOVE SPACES           TO FAT-NFE-CHAVE FAT-NFE-PROTOCOLO
           MOVE ZEROS            TO FAT-NFE-DT-AUTOR
           REWRITE FATURA-FAT END-REWRITE
           .
       GRAVA-DUPLICATA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-TOTAL.
      *-------------------------------------------------------------*
      *    Diferenca entre os itens e o valor do pedido (desconto ou
      *    acrescimo dado no cabecalho) fecha o total da nota com o
      *    valor faturado.
           MOVE WS-VPROD-CENT TO WRT-VPROD
           MOVE ZEROS         TO WRT-VDESC WRT-VOUTRO
           IF WS-VPROD-CENT > WS-VNF-CENT
              COMPUTE WRT-VDESC  = WS-VPROD-CENT - WS-VNF-CENT
           ELSE
              COMPUTE WRT-VOUTRO = WS-VNF-CENT - WS-VPROD-CENT
           END-IF
           COMPUTE WRT-VICMS   = WS-TOT-ICMS   * 100
           COMPUTE WRT-VIPI    = WS-TOT-IPI    * 100
           COMPUTE WRT-VPIS    = WS-TOT-PIS    * 100
           COMPUTE WRT-VCOFINS = WS-TOT-COFINS * 100
           MOVE WS-VNF-CENT   TO WRT-VNF
           WRITE NFEREM-REG FROM WS-REG-TOTAL
           ADD 1 TO WS-QTD-REGISTROS
           .
       GRAVA-TOTAL-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-CAMINHOS.
      *-------------------------------------------------------------*
      *    O diretorio dos arquivos de dados vem da variavel de
      *    ambiente COBOL_DATA_DIR (com a barra final incluida), para
      *    permitir apontar um ambiente de testes sem recompilar. Se
      *    a variavel nao estiver definida, mantem C:\COBOL\.
           ACCEPT WS-DIR-DADOS FROM ENVIRONMENT 'COBOL_DATA_DIR'
           IF WS-DIR-DADOS = SPACES
              MOVE 'C:\COBOL\' TO WS-DIR-DADOS
           END-IF

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'NFEREM.TXT'                 DELIMITED BY SIZE
             INTO WS-ARQ-NFEREM
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN I-O FATURA
           IF FSF-NAO-EXISTE
              DISPLAY 'FATURA.ARQ NAO ENCONTRADO - RODE O PROG64'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN INPUT PEDITEM
           IF FSI-NAO-EXISTE
              DISPLAY 'PEDITEM.ARQ NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN INPUT PRODUTO
           IF FSP-NAO-EXISTE
              DISPLAY 'PRODUTO.ARQ NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN OUTPUT NFEREM
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE FATURA CLIENTES PEDITEM PRODUTO NFEREM
           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
