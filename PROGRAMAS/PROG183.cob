      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG183 - Pacote de Campo Offline por Vendedor
      * Chamadas..: PROG41 - Leitura dos Parametros Gerais
      *             PROG106 - Sequencia dos Arquivos de Intercambio
      *             PROG35 - Spool e Catalogo de Relatorios
      *             PROG76 - Deposito na Caixa de Saida do Vendedor
      *             PROG110 - Registro de Extracao (LGPD)
      *             PROG58 - Identificador de Execucao
      * Parametros: Linha de comando (opcional): AAAAMMDD;DIAS -
      *             data de processamento (em branco, hoje) e dias
      *             de agenda a levar a partir dela (em branco ou
      *             zero, 7).
      * Observação: Monta para cada vendedor ativo com carteira o
      *             pacote que o aplicativo de campo carrega para
      *             trabalhar sem conexao, em CAMPO_nnnnn_AAAAMMDD.TXT
      *             (layout FD_CAMPO, registros de cabecalho e rodape
      *             de controle): os clientes ativos da carteira
      *             (DISTRIB.ARQ) com endereco, contato e situacao de
      *             credito pelas regras do PROG22 (fatura vencida
      *             alem de PAR-DIAS-ATRASO e limite CLI-LIMITE-CRED
      *             contra pedidos e faturas em aberto), as faturas
      *             em aberto de cada um, os produtos ativos com o
      *             estoque disponivel, o preco vigente de PRECO.ARQ
      *             com o teto de desconto de cada classe de cliente
      *             da carteira e a agenda de visitas (AGENDA.ARQ) do
      *             periodo. O cabecalho leva a sequencia do pacote
      *             (PROG106, interface CPOnnnnn) para o aplicativo
      *             perceber pacote perdido. O pacote vai para a
      *             caixa de saida do vendedor (PROG76); os pedidos
      *             feitos em campo voltam pelo PEDIMP.TXT. Resumo
      *             por vendedor no spool (PROG35) e a extracao
      *             registrada para a LGPD (PROG110).
      *             Roda sem tela, na cadeia noturna do PROG34.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum pacote gerado
      *            12 = arquivo ausente ou parametro invalido
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG183.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT VENDEDOR ASSIGN TO WS-ARQ-VENDEDOR
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS VEN-STAT
              ALTERNATE RECORD KEY IS VEN-COD
              ALTERNATE RECORD KEY IS VEN-NOME  WITH DUPLICATES
              RECORD KEY           IS VEN-KEY.

       SELECT DISTRIB ASSIGN TO WS-ARQ-DISTRIB
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS DIS-STAT
              ALTERNATE RECORD KEY IS DIS-CODV WITH DUPLICATES
              RECORD KEY           IS DIS-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS CLI-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS PRO-STAT
              RECORD KEY           IS PRO-KEY.

       SELECT PRECO ASSIGN TO WS-ARQ-PRECO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS PRE-STAT
              RECORD KEY           IS PRE-KEY.

       SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS PED-STAT
              ALTERNATE RECORD KEY IS PED-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              RECORD KEY           IS PED-KEY.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT CREDCLI ASSIGN TO WS-ARQ-CREDCLI
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CRC-STAT
              RECORD KEY           IS CRC-KEY.

       SELECT AGENDA ASSIGN TO WS-ARQ-AGENDA
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS AGE-STAT
              RECORD KEY           IS AGE-KEY.

       SELECT CAMPO ASSIGN TO WS-ARQ-CAMPO
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS CPO-STAT.

       SELECT RELCPO ASSIGN TO WS-ARQ-RELCPO
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_VENDEDOR.

       COPY FD_DISTRIB.

       COPY FD_CLIENTES.

       COPY FD_PRODUTO.

       COPY FD_PRECO.

       COPY FD_PEDIDOS.

       COPY FD_FATURA.

       COPY FD_CREDCLI.

       COPY FD_AGENDA.

       COPY FD_CAMPO.

       FD RELCPO
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELCPO-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-DISTRIB     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRECO       PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-CREDCLI     PIC X(70) VALUE SPACES.
       77 WS-ARQ-AGENDA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-CAMPO       PIC X(90) VALUE SPACES.
       77 WS-ARQ-RELCPO      PIC X(90) VALUE SPACES.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-FIM-REG   VALUE 10.
           88 FSV-NAO-EXISTE VALUE 35.

       77 DIS-STAT          PIC 9(02).
           88 FSD-OK        VALUE ZEROS.
           88 FSD-FIM-REG   VALUE 10.
           88 FSD-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-FIM-REG  VALUE 10.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 PRE-STAT          PIC 9(02).
           88 FSPE-OK       VALUE ZEROS.
           88 FSPE-FIM-REG  VALUE 10.
           88 FSPE-NAO-EXISTE VALUE 35.

       77 PED-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-FIM-REG   VALUE 10.
           88 FSP-NAO-EXISTE VALUE 35.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

       77 CRC-STAT          PIC 9(02).
           88 FSCR-OK       VALUE ZEROS.
           88 FSCR-NAO-EXISTE VALUE 35.

       77 AGE-STAT          PIC 9(02).
           88 FSA-OK        VALUE ZEROS.
           88 FSA-FIM-REG   VALUE 10.
           88 FSA-NAO-EXISTE VALUE 35.

       77 CPO-STAT          PIC 9(02).
           88 FSCP-OK       VALUE ZEROS.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

      *    Cadastros opcionais: sem PRECO.ARQ o pacote vai sem
      *    precos; sem PEDIDOS.ARQ/FATURA.ARQ a exposicao e' so do
      *    que existir e nao ha atraso; sem CREDCLI.ARQ nao ha
      *    credito de nota; sem AGENDA.ARQ o pacote vai sem agenda.
       77 WS-TEM-PRECO      PIC X(01) VALUE 'N'.
           88 TEM-PRECO     VALUE 'S'.
           88 SEM-PRECO     VALUE 'N'.

       77 WS-TEM-PEDIDOS    PIC X(01) VALUE 'N'.
           88 TEM-PEDIDOS   VALUE 'S'.
           88 SEM-PEDIDOS   VALUE 'N'.

       77 WS-TEM-FATURA     PIC X(01) VALUE 'N'.
           88 TEM-FATURA    VALUE 'S'.
           88 SEM-FATURA    VALUE 'N'.

       77 WS-TEM-CREDCLI    PIC X(01) VALUE 'N'.
           88 TEM-CREDCLI   VALUE 'S'.
           88 SEM-CREDCLI   VALUE 'N'.

       77 WS-TEM-AGENDA     PIC X(01) VALUE 'N'.
           88 TEM-AGENDA    VALUE 'S'.
           88 SEM-AGENDA    VALUE 'N'.

       77 WS-PACOTE         PIC X(01) VALUE 'F'.
           88 PACOTE-ABERTO VALUE 'A'.
           88 PACOTE-FECHADO VALUE 'F'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-PARM-DATA      PIC X(08) VALUE SPACES.
       77 WS-PARM-DIAS      PIC X(03) VALUE SPACES.
       77 WS-TAM-DIAS       PIC 9(02) VALUE ZEROS.
       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-PROC      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-PROC-INT  PIC 9(08) VALUE ZEROS.
       77 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-AGENDA    PIC 9(03) VALUE 7.
       77 WS-AGE-FIM        PIC 9(08) VALUE ZEROS.

      *    Regras do pedido digitado (PARAM.ARQ).
       77 WS-DIAS-ATRASO-BLQ PIC 9(03) VALUE ZEROS.

      *    Classes de cliente: teto de desconto de cada uma e se a
      *    carteira do vendedor corrente tem cliente da classe (so
      *    essas levam preco no pacote).
       01 WS-TAB-CLASSE.
           05 WS-CLS-ENT OCCURS 3 TIMES.
              10 WS-CLS-COD       PIC X(01).
              10 WS-CLS-USADA     PIC X(01).
              10 WS-CLS-DESC      PIC 9(02)V99.
       77 WS-IDX-CLS        PIC 9(01) VALUE ZEROS.
       77 WS-CLASSE         PIC X(01) VALUE SPACES.

      *    Situacao de credito do cliente corrente.
       77 WS-FAT-ABERTO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-FAT-VENCIDO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-PED-ABERTO     PIC 9(11)V99 VALUE ZEROS.
       77 WS-EXPOSICAO      PIC 9(11)V99 VALUE ZEROS.
       77 WS-DISPONIVEL     PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-FAT      PIC 9(09)V99 VALUE ZEROS.
       77 WS-MAIOR-ATRASO   PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-VENCIDO   PIC S9(05) VALUE ZEROS.

       77 WS-PRECO-ATUAL    PIC 9(07)V99 VALUE ZEROS.
       77 WS-VIGENCIA-ATUAL PIC 9(08) VALUE ZEROS.
       77 WS-ESTOQUE        PIC S9(07)V99 VALUE ZEROS.

      *    Quantidades do pacote do vendedor corrente.
       77 WS-QTD-CLI        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FAT        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PRO        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PRC        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-AGE        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REG        PIC 9(07) VALUE ZEROS.
       77 WS-SOMA-SALDO     PIC 9(13)V99 VALUE ZEROS.
       77 WS-SEQ-PACOTE     PIC X(04) VALUE SPACES.
       77 WS-VEN-COD-TXT    PIC 9(05) VALUE ZEROS.

       77 WS-QTD-VEND-LIDOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PACOTES    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-CART   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CLI        PIC 9(07) VALUE ZEROS.
       77 WS-TOT-REG        PIC 9(09) VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

      *    Apoio para editar AAAAMMDD como DD/MM/AAAA.
       01 WS-DATA-AMD.
           05 WS-AMD-ANO    PIC X(04).
           05 WS-AMD-MES    PIC X(02).
           05 WS-AMD-DIA    PIC X(02).

       01 WS-DATA-DMA.
           05 WS-DMA-DIA    PIC X(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WS-DMA-MES    PIC X(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WS-DMA-ANO    PIC X(04).

       01 LINHA-CAB0.
           05 FILLER        PIC X(060) VALUE
           'PACOTE DE CAMPO OFFLINE POR VENDEDOR'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'DATA...: '.
           05 CAB-DATA-PROC PIC X(10).
           05 FILLER        PIC X(16) VALUE '   AGENDA ATE: '.
           05 CAB-AGE-FIM   PIC X(10).

       01 LINHA-CAB2.
           05 FILLER        PIC X(006) VALUE 'VEND.'.
           05 FILLER        PIC X(031) VALUE 'NOME'.
           05 FILLER        PIC X(005) VALUE 'SEQ'.
           05 FILLER        PIC X(007) VALUE '   CLI'.
           05 FILLER        PIC X(007) VALUE '   FAT'.
           05 FILLER        PIC X(007) VALUE '  PROD'.
           05 FILLER        PIC X(007) VALUE ' PRECO'.
           05 FILLER        PIC X(007) VALUE '  AGEN'.
           05 FILLER        PIC X(019) VALUE '   SALDO EM ABERTO'.

       01 LINHA-CAB3.
           05 FILLER        PIC X(006) VALUE '====='.
           05 FILLER        PIC X(031) VALUE '===='.
           05 FILLER        PIC X(005) VALUE '===='.
           05 FILLER        PIC X(007) VALUE ' ====='.
           05 FILLER        PIC X(007) VALUE ' ====='.
           05 FILLER        PIC X(007) VALUE ' ====='.
           05 FILLER        PIC X(007) VALUE ' ====='.
           05 FILLER        PIC X(007) VALUE ' ====='.
           05 FILLER        PIC X(019) VALUE '   ==============='.

       01 LINHA-DET.
           05 DET-CODV      PIC ZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-NOME      PIC X(030).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-SEQ       PIC X(004).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-CLI       PIC ZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-FAT       PIC ZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-PRO       PIC ZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-PRC       PIC ZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-AGE       PIC ZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-SALDO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-SEM-PACOTE.
           05 FILLER        PIC X(50) VALUE
           'NENHUM VENDEDOR ATIVO COM CARTEIRA'.

       01 LINHA-TOT1.
           05 FILLER        PIC X(30) VALUE
              'VENDEDORES ATIVOS LIDOS.....: '.
           05 TOT-VEND-LIDOS PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   SEM CARTEIRA..: '.
           05 TOT-SEM-CART  PIC ZZZZZ9.

       01 LINHA-TOT2.
           05 FILLER        PIC X(30) VALUE
              'PACOTES GERADOS.............: '.
           05 TOT-PACOTES   PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   CLIENTES......: '.
           05 TOT-CLI       PIC ZZZZZZ9.

       01 LINHA-TOT3.
           05 FILLER        PIC X(30) VALUE
              'REGISTROS GRAVADOS..........: '.
           05 TOT-REG       PIC ZZZZZZZZ9.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_IDEXEC.

       COPY LK_PARAM.

       COPY LK_INTSEQ.

       COPY LK_SPOOL.

       COPY LK_OUTBOX.

       COPY LK_EXTRLOG.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           MOVE 'PROG183' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-PROC

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              UNSTRING WS-PARM DELIMITED BY ';'
                  INTO WS-PARM-DATA
                       WS-PARM-DIAS COUNT IN WS-TAM-DIAS
              END-UNSTRING
              IF WS-PARM-DATA NOT = SPACES
                 IF WS-PARM-DATA IS NUMERIC
                    MOVE WS-PARM-DATA TO WS-DATA-PROC
                 ELSE
                    MOVE ZEROS TO WS-DATA-PROC
                 END-IF
              END-IF
              IF WS-TAM-DIAS > 3
                 MOVE ZEROS TO WS-DATA-PROC
              END-IF
              IF WS-TAM-DIAS > ZEROS AND WS-TAM-DIAS NOT > 3
                 IF WS-PARM-DIAS (1:WS-TAM-DIAS) IS NUMERIC
                    MOVE WS-PARM-DIAS (1:WS-TAM-DIAS)
                      TO WS-DIAS-AGENDA
                 ELSE
                    MOVE ZEROS TO WS-DATA-PROC
                 END-IF
              END-IF
           END-IF
           IF WS-DIAS-AGENDA = ZEROS
              MOVE 7 TO WS-DIAS-AGENDA
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-PROC) NOT = ZEROS
              DISPLAY 'PROG183: PARAMETRO INVALIDO ' WS-PARM (1:12)
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE WS-DIAS-PROC-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-PROC)
           COMPUTE WS-AGE-FIM = FUNCTION DATE-OF-INTEGER
                   (WS-DIAS-PROC-INT + WS-DIAS-AGENDA - 1)

      *    Mesmos parametros do PROG22: atraso que bloqueia pedido
      *    novo e teto de desconto de cada classe de cliente.
           CALL "PROG41" USING LK-PARAM END-CALL
           MOVE LK-PAR-DIAS-ATRASO TO WS-DIAS-ATRASO-BLQ
           MOVE 'A'           TO WS-CLS-COD (1)
           MOVE LK-PAR-DESC-A TO WS-CLS-DESC (1)
           MOVE 'B'           TO WS-CLS-COD (2)
           MOVE LK-PAR-DESC-B TO WS-CLS-DESC (2)
           MOVE 'C'           TO WS-CLS-COD (3)
           MOVE LK-PAR-DESC-C TO WS-CLS-DESC (3)

           PERFORM ABRIR-ARQUIVO

           PERFORM IMP-CABEC

           MOVE LOW-VALUES TO VENDEDOR-CLI
           START VENDEDOR KEY NOT LESS THAN VEN-COD
                 INVALID KEY
                    MOVE 10 TO VEN-STAT
           END-START
           PERFORM PROCESSA-VENDEDOR
              THRU PROCESSA-VENDEDOR-SAI UNTIL FSV-FIM-REG

           IF WS-QTD-PACOTES = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG183: NENHUM PACOTE GERADO EM '
                      WS-DATA-PROC
              WRITE RELCPO-REL FROM LINHA-SEM-PACOTE AFTER 1
           END-IF

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       PROCESSA-VENDEDOR.
      *-------------------------------------------------------------*
           READ VENDEDOR NEXT AT END
                GO TO PROCESSA-VENDEDOR-SAI
           END-READ

           IF NOT VEN-ATIVO
              GO TO PROCESSA-VENDEDOR-SAI
           END-IF

           ADD 1 TO WS-QTD-VEND-LIDOS
           SET PACOTE-FECHADO TO TRUE
           MOVE ZEROS TO WS-QTD-CLI WS-QTD-FAT WS-QTD-PRO WS-QTD-PRC
                         WS-QTD-AGE WS-QTD-REG WS-SOMA-SALDO
           MOVE 'N' TO WS-CLS-USADA (1) WS-CLS-USADA (2)
                       WS-CLS-USADA (3)

      *    Clientes da carteira, cada um seguido das suas faturas
      *    em aberto.
           MOVE VEN-COD TO DIS-CODV
           START DISTRIB KEY NOT LESS THAN DIS-CODV
                 INVALID KEY
                    MOVE 10 TO DIS-STAT
           END-START
           PERFORM PROCESSA-CLIENTE
              THRU PROCESSA-CLIENTE-SAI UNTIL FSD-FIM-REG
           MOVE ZEROS TO DIS-STAT

           IF PACOTE-FECHADO
              ADD 1 TO WS-QTD-SEM-CART
              GO TO PROCESSA-VENDEDOR-SAI
           END-IF

      *    Produtos e precos, depois a agenda do periodo.
           MOVE LOW-VALUES TO PRODUTO-PRO
           START PRODUTO KEY NOT LESS THAN PRO-KEY
                 INVALID KEY
                    MOVE 10 TO PRO-STAT
           END-START
           PERFORM PROCESSA-PRODUTO
              THRU PROCESSA-PRODUTO-SAI UNTIL FSPR-FIM-REG
           MOVE ZEROS TO PRO-STAT

           IF TEM-AGENDA
              MOVE VEN-COD TO AGE-CODV
              MOVE ZEROS   TO AGE-CODC AGE-DATA-PLAN
              START AGENDA KEY NOT LESS THAN AGE-KEY
                    INVALID KEY
                       MOVE 10 TO AGE-STAT
              END-START
              PERFORM PROCESSA-AGENDA
                 THRU PROCESSA-AGENDA-SAI UNTIL FSA-FIM-REG
              MOVE ZEROS TO AGE-STAT
           END-IF

           PERFORM FECHA-PACOTE
           PERFORM DEPOSITA-PACOTE
           PERFORM IMPRIME-DETALHE
           .
       PROCESSA-VENDEDOR-SAI.
           EXIT.

      *-------------------------------------------------------------*
       PROCESSA-CLIENTE.
      *-------------------------------------------------------------*
           READ DISTRIB NEXT AT END
                GO TO PROCESSA-CLIENTE-SAI
           END-READ

           IF DIS-CODV NOT = VEN-COD
              MOVE 10 TO DIS-STAT
              GO TO PROCESSA-CLIENTE-SAI
           END-IF

           MOVE DIS-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   GO TO PROCESSA-CLIENTE-SAI
           END-READ

           IF NOT CLI-ATIVO
              GO TO PROCESSA-CLIENTE-SAI
           END-IF

           IF PACOTE-FECHADO
              PERFORM ABRE-PACOTE
           END-IF

           MOVE CLI-CLASSE TO WS-CLASSE
           IF WS-CLASSE NOT = 'A' AND WS-CLASSE NOT = 'B'
              MOVE 'C' TO WS-CLASSE
           END-IF
           EVALUATE WS-CLASSE
              WHEN 'A'
                 MOVE 'S' TO WS-CLS-USADA (1)
              WHEN 'B'
                 MOVE 'S' TO WS-CLS-USADA (2)
              WHEN OTHER
                 MOVE 'S' TO WS-CLS-USADA (3)
           END-EVALUATE

           PERFORM CALCULA-CREDITO THRU CALCULA-CREDITO-FIM

           MOVE SPACES            TO CAMPO-CLI
           MOVE 'CLI'             TO CPO-C-TIPO
           MOVE CLI-COD           TO CPO-C-CODC
           MOVE CLI-CNPJ          TO CPO-C-CNPJ
           MOVE CLI-NOME          TO CPO-C-NOME
           MOVE WS-CLASSE         TO CPO-C-CLASSE
           MOVE CLI-LOGRADOURO    TO CPO-C-LOGRADOURO
           MOVE CLI-NUM-END       TO CPO-C-NUM-END
           MOVE CLI-COMPLEMENTO   TO CPO-C-COMPLEMENTO
           MOVE CLI-BAIRRO        TO CPO-C-BAIRRO
           MOVE CLI-MUNICIPIO     TO CPO-C-MUNICIPIO
           MOVE CLI-UF            TO CPO-C-UF
           MOVE CLI-CEP           TO CPO-C-CEP
           MOVE CLI-TELEFONE      TO CPO-C-TELEFONE
           MOVE CLI-EMAIL         TO CPO-C-EMAIL
           MOVE CLI-LIMITE-CRED   TO CPO-C-LIMITE
           MOVE WS-FAT-ABERTO     TO CPO-C-FAT-ABERTO
           MOVE WS-FAT-VENCIDO    TO CPO-C-FAT-VENCIDO
           MOVE WS-PED-ABERTO     TO CPO-C-PED-ABERTO
           MOVE WS-DISPONIVEL     TO CPO-C-DISPONIVEL
           MOVE WS-MAIOR-ATRASO   TO CPO-C-MAIOR-ATRASO
           MOVE ZEROS             TO CPO-C-CRED-NOTA
           IF TEM-CREDCLI
              MOVE CLI-COD TO CRC-CODC
              READ CREDCLI
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE CRC-SALDO TO CPO-C-CRED-NOTA
              END-READ
           END-IF

      *    Situacao pelas regras do PROG22: atraso alem do limite
      *    bloqueia; sem atraso, exposicao no limite nao deixa
      *    vender a prazo.
           MOVE 'L' TO CPO-C-SIT-CREDITO
           IF WS-DIAS-ATRASO-BLQ NOT = ZEROS
              AND WS-MAIOR-ATRASO > WS-DIAS-ATRASO-BLQ
              MOVE 'A' TO CPO-C-SIT-CREDITO
           ELSE
              IF CLI-LIMITE-CRED NOT = ZEROS
                 AND WS-EXPOSICAO NOT < CLI-LIMITE-CRED
                 MOVE 'C' TO CPO-C-SIT-CREDITO
              END-IF
           END-IF

           WRITE CAMPO-CLI
           ADD 1 TO WS-QTD-CLI WS-QTD-REG

           IF TEM-FATURA
              MOVE CLI-COD TO FAT-CODC
              START FATURA KEY NOT LESS THAN FAT-CODC
                    INVALID KEY
                       MOVE 10 TO FAT-STAT
              END-START
              PERFORM GRAVA-FATURA
                 THRU GRAVA-FATURA-FIM UNTIL FSF-FIM-REG
              MOVE ZEROS TO FAT-STAT
           END-IF
           .
       PROCESSA-CLIENTE-SAI.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-CREDITO.
      *-------------------------------------------------------------*
      *    Exposicao do PROG22: pedidos em aberto mais o saldo das
      *    faturas em aberto do cliente; o disponivel e' o que
      *    sobra do limite (ZEROS sem limite ou com ele tomado).
           MOVE ZEROS TO WS-FAT-ABERTO WS-FAT-VENCIDO WS-PED-ABERTO
                         WS-EXPOSICAO WS-DISPONIVEL WS-MAIOR-ATRASO

           IF TEM-PEDIDOS
              MOVE CLI-COD TO PED-CODC
              START PEDIDOS KEY NOT LESS THAN PED-CODC
                    INVALID KEY
                       MOVE 10 TO PED-STAT
              END-START
              PERFORM SOMA-PEDIDO-ABERTO
                 THRU SOMA-PEDIDO-ABERTO-FIM UNTIL FSP-FIM-REG
              MOVE ZEROS TO PED-STAT
           END-IF

           IF TEM-FATURA
              MOVE CLI-COD TO FAT-CODC
              START FATURA KEY NOT LESS THAN FAT-CODC
                    INVALID KEY
                       MOVE 10 TO FAT-STAT
              END-START
              PERFORM SOMA-FATURA-ABERTA
                 THRU SOMA-FATURA-ABERTA-FIM UNTIL FSF-FIM-REG
              MOVE ZEROS TO FAT-STAT
           END-IF

           COMPUTE WS-EXPOSICAO = WS-PED-ABERTO + WS-FAT-ABERTO
           IF CLI-LIMITE-CRED > WS-EXPOSICAO
              COMPUTE WS-DISPONIVEL = CLI-LIMITE-CRED - WS-EXPOSICAO
           END-IF
           .
       CALCULA-CREDITO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-PEDIDO-ABERTO.
      *-------------------------------------------------------------*
           READ PEDIDOS NEXT AT END
                GO TO SOMA-PEDIDO-ABERTO-FIM
           END-READ

           IF PED-CODC NOT = CLI-COD
              MOVE 10 TO PED-STAT
              GO TO SOMA-PEDIDO-ABERTO-FIM
           END-IF

           IF PED-ABERTO
              ADD PED-VALOR TO WS-PED-ABERTO
           END-IF
           .
       SOMA-PEDIDO-ABERTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-FATURA-ABERTA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO SOMA-FATURA-ABERTA-FIM
           END-READ

           IF FAT-CODC NOT = CLI-COD
              MOVE 10 TO FAT-STAT
              GO TO SOMA-FATURA-ABERTA-FIM
           END-IF

           IF NOT FAT-ABERTA
              GO TO SOMA-FATURA-ABERTA-FIM
           END-IF

           COMPUTE WS-SALDO-FAT = FAT-VALOR - FAT-VALOR-PAGO
           ADD WS-SALDO-FAT TO WS-FAT-ABERTO

           COMPUTE WS-DIAS-VENCIDO = WS-DIAS-PROC-INT -
                   FUNCTION INTEGER-OF-DATE (FAT-VENCTO)
           IF WS-DIAS-VENCIDO > ZEROS
              ADD WS-SALDO-FAT TO WS-FAT-VENCIDO
              IF WS-DIAS-VENCIDO > WS-MAIOR-ATRASO
                 MOVE WS-DIAS-VENCIDO TO WS-MAIOR-ATRASO
              END-IF
           END-IF
           .
       SOMA-FATURA-ABERTA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-FATURA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO GRAVA-FATURA-FIM
           END-READ

           IF FAT-CODC NOT = CLI-COD
              MOVE 10 TO FAT-STAT
              GO TO GRAVA-FATURA-FIM
           END-IF

           IF NOT FAT-ABERTA
              GO TO GRAVA-FATURA-FIM
           END-IF

           COMPUTE WS-SALDO-FAT = FAT-VALOR - FAT-VALOR-PAGO
           COMPUTE WS-DIAS-VENCIDO = WS-DIAS-PROC-INT -
                   FUNCTION INTEGER-OF-DATE (FAT-VENCTO)

           MOVE SPACES         TO CAMPO-FAT
           MOVE 'FAT'          TO CPO-F-TIPO
           MOVE CLI-COD        TO CPO-F-CODC
           MOVE FAT-NUMERO     TO CPO-F-FATURA
           MOVE FAT-PARCELA    TO CPO-F-PARCELA
           MOVE FAT-QTD-PARC   TO CPO-F-QTD-PARC
           MOVE FAT-PEDIDO     TO CPO-F-PEDIDO
           MOVE FAT-EMISSAO    TO CPO-F-EMISSAO
           MOVE FAT-VENCTO     TO CPO-F-VENCTO
           MOVE FAT-VALOR      TO CPO-F-VALOR
           MOVE FAT-VALOR-PAGO TO CPO-F-PAGO
           MOVE WS-SALDO-FAT   TO CPO-F-SALDO
           MOVE ZEROS          TO CPO-F-DIAS-ATRASO
           IF WS-DIAS-VENCIDO > ZEROS
              MOVE WS-DIAS-VENCIDO TO CPO-F-DIAS-ATRASO
           END-IF
           WRITE CAMPO-FAT
           ADD 1 TO WS-QTD-FAT WS-QTD-REG
           ADD WS-SALDO-FAT TO WS-SOMA-SALDO
           .
       GRAVA-FATURA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCESSA-PRODUTO.
      *-------------------------------------------------------------*
      *    Produto ativo com o disponivel (saldo menos o reservado
      *    pelos pedidos, nunca negativo) e, havendo preco vigente,
      *    um registro de preco por classe presente na carteira.
           READ PRODUTO NEXT AT END
                GO TO PROCESSA-PRODUTO-SAI
           END-READ

           IF NOT PRO-ATIVO
              GO TO PROCESSA-PRODUTO-SAI
           END-IF

           COMPUTE WS-ESTOQUE = PRO-SALDO - PRO-RESERVADO
           IF WS-ESTOQUE < ZEROS
              MOVE ZEROS TO WS-ESTOQUE
           END-IF

           MOVE SPACES        TO CAMPO-PRO
           MOVE 'PRO'         TO CPO-P-TIPO
           MOVE PRO-COD       TO CPO-P-PROD
           MOVE PRO-DESCRICAO TO CPO-P-DESCRICAO
           MOVE PRO-UNIDADE   TO CPO-P-UNIDADE
           MOVE PRO-LINHA     TO CPO-P-LINHA
           MOVE WS-ESTOQUE    TO CPO-P-DISPONIVEL
           WRITE CAMPO-PRO
           ADD 1 TO WS-QTD-PRO WS-QTD-REG

           PERFORM ACHA-PRECO THRU ACHA-PRECO-FIM
           IF WS-PRECO-ATUAL = ZEROS
              GO TO PROCESSA-PRODUTO-SAI
           END-IF

           PERFORM GRAVA-PRECO
               VARYING WS-IDX-CLS FROM 1 BY 1
               UNTIL WS-IDX-CLS > 3
           .
       PROCESSA-PRODUTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-PRECO.
      *-------------------------------------------------------------*
      *    Preco da tabela com a maior vigencia nao posterior a
      *    data de processamento.
           MOVE ZEROS TO WS-PRECO-ATUAL WS-VIGENCIA-ATUAL
           IF SEM-PRECO
              GO TO ACHA-PRECO-FIM
           END-IF

           MOVE PRO-COD TO PRE-PROD
           MOVE ZEROS   TO PRE-DT-VIGENCIA
           START PRECO KEY NOT LESS THAN PRE-KEY
                 INVALID KEY
                    MOVE 10 TO PRE-STAT
           END-START
           PERFORM OLHA-UM-PRECO
              THRU OLHA-UM-PRECO-SAI UNTIL FSPE-FIM-REG
           MOVE ZEROS TO PRE-STAT
           .
       ACHA-PRECO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       OLHA-UM-PRECO.
      *-------------------------------------------------------------*
           READ PRECO NEXT AT END
                GO TO OLHA-UM-PRECO-SAI
           END-READ

           IF PRE-PROD NOT = PRO-COD
              MOVE 10 TO PRE-STAT
              GO TO OLHA-UM-PRECO-SAI
           END-IF

           IF PRE-DT-VIGENCIA > WS-DATA-PROC
              MOVE 10 TO PRE-STAT
              GO TO OLHA-UM-PRECO-SAI
           END-IF

           MOVE PRE-VALOR       TO WS-PRECO-ATUAL
           MOVE PRE-DT-VIGENCIA TO WS-VIGENCIA-ATUAL
           .
       OLHA-UM-PRECO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-PRECO.
      *-------------------------------------------------------------*
      *    Preco minimo = preco com o desconto maximo da classe,
      *    o mesmo teto que o PROG22 confere na digitacao.
           IF WS-CLS-USADA (WS-IDX-CLS) NOT = 'S'
              GO TO GRAVA-PRECO-FIM
           END-IF

           MOVE SPACES                  TO CAMPO-PRC
           MOVE 'PRC'                   TO CPO-R-TIPO
           MOVE PRO-COD                 TO CPO-R-PROD
           MOVE WS-CLS-COD (WS-IDX-CLS) TO CPO-R-CLASSE
           MOVE WS-VIGENCIA-ATUAL       TO CPO-R-VIGENCIA
           MOVE WS-PRECO-ATUAL          TO CPO-R-PRECO
           MOVE WS-CLS-DESC (WS-IDX-CLS) TO CPO-R-DESC-MAX
           COMPUTE CPO-R-PRECO-MIN ROUNDED = WS-PRECO-ATUAL *
                   (100 - WS-CLS-DESC (WS-IDX-CLS)) / 100
           WRITE CAMPO-PRC
           ADD 1 TO WS-QTD-PRC WS-QTD-REG
           .
       GRAVA-PRECO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCESSA-AGENDA.
      *-------------------------------------------------------------*
      *    Visitas planejadas do vendedor entre a data de
      *    processamento e o fim do periodo.
           READ AGENDA NEXT AT END
                GO TO PROCESSA-AGENDA-SAI
           END-READ

           IF AGE-CODV NOT = VEN-COD
              MOVE 10 TO AGE-STAT
              GO TO PROCESSA-AGENDA-SAI
           END-IF

           IF AGE-DATA-PLAN < WS-DATA-PROC
              OR AGE-DATA-PLAN > WS-AGE-FIM
              GO TO PROCESSA-AGENDA-SAI
           END-IF

           MOVE SPACES        TO CAMPO-AGE
           MOVE 'AGE'         TO CPO-A-TIPO
           MOVE AGE-DATA-PLAN TO CPO-A-DATA
           MOVE AGE-DIA       TO CPO-A-DIA
           MOVE AGE-SEQ       TO CPO-A-SEQ
           MOVE AGE-CODC      TO CPO-A-CODC
           MOVE AGE-CODC      TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   MOVE SPACES TO CLI-NOME
           END-READ
           MOVE CLI-NOME      TO CPO-A-NOME
           WRITE CAMPO-AGE
           ADD 1 TO WS-QTD-AGE WS-QTD-REG
           .
       PROCESSA-AGENDA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ABRE-PACOTE.
      *-------------------------------------------------------------*
      *    O pacote so e' criado quando o vendedor tem ao menos um
      *    cliente ativo: CAMPO_nnnnn_AAAAMMDD.TXT, com a sequencia
      *    do PROG106 por vendedor (interface CPOnnnnn).
           MOVE VEN-COD TO WS-VEN-COD-TXT
           MOVE SPACES  TO WS-ARQ-CAMPO
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CAMPO_'                     DELIMITED BY SIZE
                  WS-VEN-COD-TXT               DELIMITED BY SIZE
                  '_'                          DELIMITED BY SIZE
                  WS-DATA-PROC                 DELIMITED BY SIZE
                  '.TXT'                       DELIMITED BY SIZE
             INTO WS-ARQ-CAMPO
           END-STRING

           MOVE SPACES TO LK-INT-INTERFACE
           STRING 'CPO'          DELIMITED BY SIZE
                  WS-VEN-COD-TXT DELIMITED BY SIZE
             INTO LK-INT-INTERFACE
           END-STRING
           MOVE SPACES     TO LK-INT-FORCA
           SET LK-INT-GERA TO TRUE
           CALL "PROG106" USING LK-INTSEQ END-CALL
           MOVE LK-INT-SEQ TO WS-SEQ-PACOTE

           OPEN OUTPUT CAMPO
           SET PACOTE-ABERTO TO TRUE

           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE SPACES             TO CAMPO-HDR
           MOVE 'HDR'              TO CPO-H-TIPO
           MOVE 01                 TO CPO-H-VERSAO
           MOVE VEN-COD            TO CPO-H-CODV
           MOVE VEN-NOME           TO CPO-H-NOME
           MOVE WS-DATA-PROC       TO CPO-H-DATA
           MOVE WS-HORA-COMPLETA (1:6) TO CPO-H-HORA
           MOVE WS-SEQ-PACOTE      TO CPO-H-SEQ
           MOVE WS-DATA-PROC       TO CPO-H-AGE-INI
           MOVE WS-AGE-FIM         TO CPO-H-AGE-FIM
           MOVE WS-DIAS-ATRASO-BLQ TO CPO-H-DIAS-BLQ
           WRITE CAMPO-HDR
           ADD 1 TO WS-QTD-REG
           .
       ABRE-PACOTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FECHA-PACOTE.
      *-------------------------------------------------------------*
           ADD 1 TO WS-QTD-REG
           MOVE SPACES        TO CAMPO-TRL
           MOVE 'TRL'         TO CPO-T-TIPO
           MOVE WS-QTD-CLI    TO CPO-T-QTD-CLI
           MOVE WS-QTD-FAT    TO CPO-T-QTD-FAT
           MOVE WS-QTD-PRO    TO CPO-T-QTD-PRO
           MOVE WS-QTD-PRC    TO CPO-T-QTD-PRC
           MOVE WS-QTD-AGE    TO CPO-T-QTD-AGE
           MOVE WS-QTD-REG    TO CPO-T-QTD-REG
           MOVE WS-SOMA-SALDO TO CPO-T-SOMA-SALDO
           WRITE CAMPO-TRL
           CLOSE CAMPO
           SET PACOTE-FECHADO TO TRUE

           ADD 1          TO WS-QTD-PACOTES
           ADD WS-QTD-CLI TO WS-TOT-CLI
           ADD WS-QTD-REG TO WS-TOT-REG
           .
       FECHA-PACOTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       DEPOSITA-PACOTE.
      *-------------------------------------------------------------*
      *    Leva o pacote para a caixa de saida do vendedor
      *    (PROG76/OUTMAN.ARQ).
           MOVE VEN-COD       TO LK-OBX-CODV
           MOVE 'PROG183'     TO LK-OBX-PROGRAMA
           MOVE WS-ARQ-CAMPO  TO LK-OBX-ARQUIVO
           MOVE 'PACOTE DE CAMPO (OFFLINE)' TO LK-OBX-DESCRICAO
           CALL "PROG76" USING LK-OUTBOX END-CALL
           .
       DEPOSITA-PACOTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-DETALHE.
      *-------------------------------------------------------------*
           MOVE VEN-COD       TO DET-CODV
           MOVE VEN-NOME      TO DET-NOME
           MOVE WS-SEQ-PACOTE TO DET-SEQ
           MOVE WS-QTD-CLI    TO DET-CLI
           MOVE WS-QTD-FAT    TO DET-FAT
           MOVE WS-QTD-PRO    TO DET-PRO
           MOVE WS-QTD-PRC    TO DET-PRC
           MOVE WS-QTD-AGE    TO DET-AGE
           MOVE WS-SOMA-SALDO TO DET-SALDO
           WRITE RELCPO-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMPRIME-DETALHE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01             TO WS-CTPAG
           MOVE WS-CTPAG       TO PAG-REL
           MOVE WS-DATA-PROC   TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA    TO CAB-DATA-PROC
           MOVE WS-AGE-FIM     TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA    TO CAB-AGE-FIM
           WRITE RELCPO-REL  FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELCPO-REL  FROM LINHA-CAB1 AFTER 1
           WRITE RELCPO-REL  FROM LINHA-BRANCO AFTER 1
           WRITE RELCPO-REL  FROM LINHA-CAB2 AFTER 1
           WRITE RELCPO-REL  FROM LINHA-CAB3 AFTER 1
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EDITA-DATA.
      *-------------------------------------------------------------*
           MOVE WS-AMD-DIA TO WS-DMA-DIA
           MOVE WS-AMD-MES TO WS-DMA-MES
           MOVE WS-AMD-ANO TO WS-DMA-ANO
           .
       EDITA-DATA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-VEND-LIDOS TO TOT-VEND-LIDOS
           MOVE WS-QTD-SEM-CART   TO TOT-SEM-CART
           MOVE WS-QTD-PACOTES    TO TOT-PACOTES
           MOVE WS-TOT-CLI        TO TOT-CLI
           MOVE WS-TOT-REG        TO TOT-REG

           WRITE RELCPO-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELCPO-REL FROM LINHA-TOT1 AFTER 1
           WRITE RELCPO-REL FROM LINHA-TOT2 AFTER 1
           WRITE RELCPO-REL FROM LINHA-TOT3 AFTER 1

           DISPLAY 'PACOTE DE CAMPO - ' LINHA-TOT2
           .
       TOTAIS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       REGISTRA-EXTRACAO.
      *-------------------------------------------------------------*
      *    Prestacao de contas da LGPD: o pacote leva dados pessoais
      *    dos clientes, entao a extracao fica registrada em
      *    EXTRLOG.TXT (PROG110).
           INITIALIZE LK-EXTRLOG
           MOVE 'PROG183' TO LK-EXT-PROGRAMA
           MOVE 'PACOTE DE CAMPO POR VENDEDOR' TO LK-EXT-FILTROS
           MOVE WS-QTD-PACOTES TO LK-EXT-QTDE
           MOVE 'CAMPO (UM ARQUIVO POR VENDEDOR)' TO LK-EXT-CAMINHO
           MOVE LK-IDX-ID TO LK-EXT-IDEXEC
           CALL "PROG110" USING LK-EXTRLOG END-CALL
           .
       REGISTRA-EXTRACAO-FIM.
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
                  'VENDEDOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-VENDEDOR
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'DISTRIB.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-DISTRIB
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRECO.ARQ'                  DELIMITED BY SIZE
             INTO WS-ARQ-PRECO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDIDOS.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDIDOS
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CREDCLI.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CREDCLI
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'AGENDA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-AGENDA
           END-STRING

      *    O resumo vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG183'      TO LK-SPL-PROGRAMA
           MOVE 'PACOTE.TXT'   TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELCPO
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT VENDEDOR
           IF FSV-NAO-EXISTE
              DISPLAY 'ARQUIVO VENDEDOR NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT DISTRIB
           IF FSD-NAO-EXISTE
              DISPLAY 'ARQUIVO DISTRIB NAO ENCONTRADO'
              CLOSE VENDEDOR
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
              CLOSE VENDEDOR DISTRIB
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              DISPLAY 'ARQUIVO PRODUTO NAO ENCONTRADO'
              CLOSE VENDEDOR DISTRIB CLIENTES
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           SET TEM-PRECO TO TRUE
           OPEN INPUT PRECO
           IF FSPE-NAO-EXISTE
              SET SEM-PRECO TO TRUE
           END-IF

           SET TEM-PEDIDOS TO TRUE
           OPEN INPUT PEDIDOS
           IF FSP-NAO-EXISTE
              SET SEM-PEDIDOS TO TRUE
           END-IF

           SET TEM-FATURA TO TRUE
           OPEN INPUT FATURA
           IF FSF-NAO-EXISTE
              SET SEM-FATURA TO TRUE
           END-IF

           SET TEM-CREDCLI TO TRUE
           OPEN INPUT CREDCLI
           IF FSCR-NAO-EXISTE
              SET SEM-CREDCLI TO TRUE
           END-IF

           SET TEM-AGENDA TO TRUE
           OPEN INPUT AGENDA
           IF FSA-NAO-EXISTE
              SET SEM-AGENDA TO TRUE
           END-IF

           OPEN OUTPUT RELCPO
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE VENDEDOR DISTRIB CLIENTES PRODUTO RELCPO
           IF TEM-PRECO
              CLOSE PRECO
           END-IF
           IF TEM-PEDIDOS
              CLOSE PEDIDOS
           END-IF
           IF TEM-FATURA
              CLOSE FATURA
           END-IF
           IF TEM-CREDCLI
              CLOSE CREDCLI
           END-IF
           IF TEM-AGENDA
              CLOSE AGENDA
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG183'      TO LK-SPL-PROGRAMA
           MOVE WS-PARM        TO LK-SPL-PARAMS
           MOVE WS-QTD-PACOTES TO LK-SPL-QTDE
           MOVE WS-ARQ-RELCPO  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           IF WS-QTD-PACOTES > ZEROS
              PERFORM REGISTRA-EXTRACAO THRU REGISTRA-EXTRACAO-FIM
           END-IF

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
