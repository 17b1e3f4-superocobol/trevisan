      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG173 - Confirmacao do Pedido ao Cliente
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      *             PROG41 - Leitura dos Parametros Gerais
      *             PROG70 - Calendario de Dias Uteis
      * Parametros: LK_CONFPED - pedido, motivo do envio e programa
      *             chamador; devolve o resultado em LK-CFP-RET.
      * Observação: Monta o documento de confirmacao do pedido para
      *             o cliente: itens com quantidade e preco, total,
      *             condicao de pagamento e a previsao de
      *             faturamento (proximo dia util pela UF do cliente
      *             para pedido aberto; depois da aprovacao para
      *             pedido pendente). A mensagem vai para o e-mail
      *             do cadastro (CLI-EMAIL) pelo arquivo do gateway
      *             de correio MAILGW.TXT e uma copia impressa vai
      *             sempre para o spool do PROG35. Cliente sem
      *             e-mail fica so com a copia impressa.
      *             Chamado na inclusao e alteracao do pedido
      *             (PROG22), na aprovacao (PROG98), na geracao por
      *             outros meios (PROG66, PROG167, PROG170) e no
      *             reenvio pela consulta de pedidos (PROG89).
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG173.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS PED-STAT
              ALTERNATE RECORD KEY IS PED-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              RECORD KEY           IS PED-KEY.

       SELECT PEDITEM ASSIGN TO WS-ARQ-PEDITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS ITE-STAT
              RECORD KEY   IS ITE-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS CLI-KEY.

       SELECT VENDEDOR ASSIGN TO WS-ARQ-VENDEDOR
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS VEN-STAT
              ALTERNATE RECORD KEY IS VEN-COD
              ALTERNATE RECORD KEY IS VEN-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS VEN-UF    WITH DUPLICATES
              ALTERNATE RECORD KEY IS VEN-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS VEN-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       SELECT CONDPAG ASSIGN TO WS-ARQ-CONDPAG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CPG-STAT
              RECORD KEY   IS CPG-KEY.

       SELECT MAILGW ASSIGN TO WS-ARQ-MAILGW
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS MGW-STAT.

       SELECT RELCONF ASSIGN TO WS-ARQ-RELCONF
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_PEDIDOS.

       COPY FD_PEDITEM.

       COPY FD_CLIENTES.

       COPY FD_VENDEDOR.

       COPY FD_PRODUTO.

       COPY FD_CONDPAG.

       COPY FD_MAILGW.

       FD RELCONF.

       01 RELCONF-REL.
          05 REL-IMP        PIC X(100).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONDPAG     PIC X(70) VALUE SPACES.
       77 WS-ARQ-MAILGW      PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELCONF     PIC X(90) VALUE SPACES.

       77 PED-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-NAO-EXISTE VALUE 35.

       77 ITE-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
           88 FSI-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 CPG-STAT          PIC 9(02).
           88 FSCP-OK       VALUE ZEROS.
           88 FSCP-NAO-EXISTE VALUE 35.

       77 MGW-STAT          PIC 9(02).
           88 FSM-OK        VALUE ZEROS.
           88 FSM-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-TEM-ITENS      PIC X(01) VALUE 'N'.
           88 TEM-ITENS     VALUE 'S'.
           88 SEM-ITENS     VALUE 'N'.

       77 WS-TEM-CLIENTES   PIC X(01) VALUE 'N'.
           88 TEM-CLIENTES  VALUE 'S'.
           88 SEM-CLIENTES  VALUE 'N'.

       77 WS-TEM-VENDEDOR   PIC X(01) VALUE 'N'.
           88 TEM-VENDEDOR  VALUE 'S'.
           88 SEM-VENDEDOR  VALUE 'N'.

       77 WS-TEM-PRODUTO    PIC X(01) VALUE 'N'.
           88 TEM-PRODUTO   VALUE 'S'.
           88 SEM-PRODUTO   VALUE 'N'.

       77 WS-TEM-CONDPAG    PIC X(01) VALUE 'N'.
           88 TEM-CONDPAG   VALUE 'S'.
           88 SEM-CONDPAG   VALUE 'N'.

      *    'S' quando a mensagem vai tambem para o gateway de correio.
       77 WS-TEM-EMAIL      PIC X(01) VALUE 'N'.
           88 TEM-EMAIL     VALUE 'S'.
           88 SEM-EMAIL     VALUE 'N'.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA     PIC 9(08) VALUE ZEROS.
       77 WS-DATA-AMANHA    PIC 9(08) VALUE ZEROS.
       77 WS-EMAIL          PIC X(40) VALUE SPACES.
       77 WS-UF-CLIENTE     PIC X(02) VALUE SPACES.
       77 WS-QTD-LINHAS     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ITENS      PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-ITEM       PIC 9(11)V99 VALUE ZEROS.

       01 WS-LINHA          PIC X(100) VALUE SPACES.

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

       01 WS-PARAMS-SPOOL.
           05 FILLER        PIC X(07) VALUE 'PEDIDO='.
           05 WS-PSP-PEDIDO PIC 9(08).
           05 FILLER        PIC X(08) VALUE ' MOTIVO='.
           05 WS-PSP-MOTIVO PIC X(01).

       01 LINHA-TRACO.
           05 FILLER        PIC X(100) VALUE ALL '-'.

       01 LINHA-TITULO.
           05 FILLER        PIC X(60) VALUE
              'CONFIRMACAO DE PEDIDO'.
           05 LTI-MOTIVO    PIC X(40).

       01 LINHA-PEDIDO.
           05 FILLER        PIC X(09) VALUE 'PEDIDO..:'.
           05 LPE-NUMERO    PIC 9(08).
           05 FILLER        PIC X(09) VALUE '   DATA: '.
           05 LPE-DATA      PIC X(10).
           05 FILLER        PIC X(13) VALUE '   SITUACAO: '.
           05 LPE-SITUACAO  PIC X(30).

       01 LINHA-CLIENTE.
           05 FILLER        PIC X(09) VALUE 'CLIENTE.:'.
           05 LCL-CODC      PIC 9(07).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LCL-NOME      PIC X(40).

       01 LINHA-VENDEDOR.
           05 FILLER        PIC X(09) VALUE 'VENDEDOR:'.
           05 LVE-CODV      PIC 9(05).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 LVE-NOME      PIC X(40).

       01 LINHA-TIT-ITEM.
           05 FILLER        PIC X(05) VALUE 'ITEM'.
           05 FILLER        PIC X(37) VALUE 'PROD. DESCRICAO'.
           05 FILLER        PIC X(14) VALUE '          QTDE'.
           05 FILLER        PIC X(14) VALUE '   PRECO UNIT.'.
           05 FILLER        PIC X(17) VALUE '            TOTAL'.

       01 LINHA-ITEM.
           05 LIT-SEQ       PIC ZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LIT-PROD      PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LIT-DESC      PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LIT-QTDE      PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LIT-PRECO     PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LIT-TOTAL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-SEM-ITENS.
           05 FILLER        PIC X(40) VALUE
              'PEDIDO SEM ITENS DETALHADOS'.

       01 LINHA-TOT-ITENS.
           05 FILLER        PIC X(70) VALUE
              'TOTAL DOS ITENS'.
           05 LTI-TOTAL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-VALOR.
           05 FILLER        PIC X(70) VALUE
              'VALOR DO PEDIDO'.
           05 LVA-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-CONDICAO.
           05 FILLER        PIC X(25) VALUE
              'CONDICAO DE PAGAMENTO..: '.
           05 LCO-TEXTO     PIC X(60).

       01 WS-PARC-UNICA.
           05 FILLER        PIC X(18) VALUE 'PARCELA UNICA EM '.
           05 WS-PU-DIAS    PIC ZZ9.
           05 FILLER        PIC X(05) VALUE ' DIAS'.

       01 LINHA-PREVISAO.
           05 FILLER        PIC X(25) VALUE
              'PREVISAO DE FATURAMENTO: '.
           05 LPR-TEXTO     PIC X(60).

       01 LINHA-AVISO1.
           05 FILLER        PIC X(100) VALUE
           'EM CASO DE DIVERGENCIA NOS ITENS, QUANTIDADES OU PRECOS,'.

       01 LINHA-AVISO2.
           05 FILLER        PIC X(100) VALUE
           'FAVOR COMUNICAR O VENDEDOR ANTES DO FATURAMENTO.'.

       01 WS-ASSUNTO.
           05 FILLER        PIC X(29) VALUE
              'CONFIRMACAO DO SEU PEDIDO NR '.
           05 WS-ASS-PEDIDO PIC 9(08).
           05 WS-ASS-MOTIVO PIC X(23).

       COPY LK_SPOOL.

       COPY LK_PARAM.

       COPY LK_DIAUTIL.

       LINKAGE             SECTION.

       COPY LK_CONFPED.

       PROCEDURE   DIVISION   USING    LK-CONFPED.

       INICIO.
           MOVE '9' TO LK-CFP-RET
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM MONTA-CAMINHOS THRU MONTA-CAMINHOS-FIM

           OPEN INPUT PEDIDOS
           IF NOT FSP-OK
              GOBACK
           END-IF

           MOVE LK-CFP-PEDIDO TO PED-NUMERO
           READ PEDIDOS
                INVALID KEY
                   CLOSE PEDIDOS
                   GOBACK
           END-READ

           PERFORM ABRIR-ARQUIVO THRU ABRIR-ARQUIVO-FIM
           PERFORM ACHA-CLIENTE  THRU ACHA-CLIENTE-FIM

           IF TEM-EMAIL
              PERFORM GRAVA-CABEC-MAIL THRU GRAVA-CABEC-MAIL-FIM
           END-IF

           PERFORM MONTA-DOCUMENTO THRU MONTA-DOCUMENTO-FIM

           IF TEM-EMAIL
              MOVE SPACES TO MAILGW-MGW
              MOVE 'F'    TO MGW-TIPO
              MOVE LK-CFP-PEDIDO TO MGW-TEXTO (1:8)
              WRITE MAILGW-MGW
              MOVE '0' TO LK-CFP-RET
           ELSE
              MOVE '1' TO LK-CFP-RET
           END-IF

           PERFORM FINALIZA THRU FINALIZA-FIM
           GOBACK
           .
       FIM-PROGRAMA.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-CLIENTE.
      *-------------------------------------------------------------*
      *    O cliente sem e-mail (ou sem cadastro) recebe so a copia
      *    impressa; a UF serve ao calendario da previsao.
           MOVE SPACES TO WS-EMAIL WS-UF-CLIENTE
           MOVE '*** CLIENTE NAO CADASTRADO ***' TO LCL-NOME
           SET SEM-EMAIL TO TRUE
           IF SEM-CLIENTES
              GO TO ACHA-CLIENTE-FIM
           END-IF

           MOVE PED-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   GO TO ACHA-CLIENTE-FIM
           END-READ

           MOVE CLI-NOME  TO LCL-NOME
           MOVE CLI-UF    TO WS-UF-CLIENTE
           MOVE CLI-EMAIL TO WS-EMAIL
           IF WS-EMAIL NOT = SPACES
              SET TEM-EMAIL TO TRUE
           END-IF
           .
       ACHA-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-CABEC-MAIL.
      *-------------------------------------------------------------*
           OPEN EXTEND MAILGW
           IF FSM-NAO-EXISTE
              OPEN OUTPUT MAILGW
              CLOSE MAILGW
              OPEN EXTEND MAILGW
           END-IF
           IF NOT FSM-OK
              SET SEM-EMAIL TO TRUE
              GO TO GRAVA-CABEC-MAIL-FIM
           END-IF

           MOVE LK-CFP-PEDIDO TO WS-ASS-PEDIDO
           PERFORM DESCREVE-MOTIVO THRU DESCREVE-MOTIVO-FIM
           MOVE SPACES        TO MAILGW-MGW
           MOVE 'H'           TO MGW-TIPO
           MOVE WS-EMAIL      TO MGW-PARA
           MOVE WS-ASSUNTO    TO MGW-ASSUNTO
           MOVE LK-CFP-PROGRAMA TO MGW-ORIGEM
           MOVE LK-CFP-PEDIDO TO MGW-REFER
           MOVE WS-DATA-HOJE  TO MGW-DATA
           MOVE WS-HORA-AGORA (1:6) TO MGW-HORA
           WRITE MAILGW-MGW
           .
       GRAVA-CABEC-MAIL-FIM.
           EXIT.

      *-------------------------------------------------------------*
       DESCREVE-MOTIVO.
      *-------------------------------------------------------------*
           EVALUATE TRUE
               WHEN LK-CFP-APROVADO
                    MOVE ' - PEDIDO APROVADO' TO WS-ASS-MOTIVO
                    MOVE '(PEDIDO APROVADO)'  TO LTI-MOTIVO
               WHEN LK-CFP-ALTERADO
                    MOVE ' - PEDIDO ALTERADO' TO WS-ASS-MOTIVO
                    MOVE '(PEDIDO ALTERADO)'  TO LTI-MOTIVO
               WHEN LK-CFP-REENVIO
                    MOVE ' - SEGUNDA VIA'     TO WS-ASS-MOTIVO
                    MOVE '(SEGUNDA VIA)'      TO LTI-MOTIVO
               WHEN OTHER
                    MOVE SPACES               TO WS-ASS-MOTIVO
                    MOVE SPACES               TO LTI-MOTIVO
           END-EVALUATE
           .
       DESCREVE-MOTIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-DOCUMENTO.
      *-------------------------------------------------------------*
           PERFORM DESCREVE-MOTIVO THRU DESCREVE-MOTIVO-FIM
           MOVE LINHA-TRACO  TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM
           MOVE LINHA-TITULO TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM
           MOVE LINHA-TRACO  TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM

           MOVE PED-NUMERO   TO LPE-NUMERO
           MOVE PED-DATA     TO WS-DATA-AMD
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE WS-DATA-DMA  TO LPE-DATA
           EVALUATE TRUE
               WHEN PED-ABERTO
                    MOVE 'ABERTO'                 TO LPE-SITUACAO
               WHEN PED-PENDENTE
                    MOVE 'AGUARDANDO APROVACAO'   TO LPE-SITUACAO
               WHEN PED-FATURADO
                    MOVE 'FATURADO'               TO LPE-SITUACAO
               WHEN PED-CANCELADO
                    MOVE 'CANCELADO'              TO LPE-SITUACAO
               WHEN OTHER
                    MOVE SPACES                   TO LPE-SITUACAO
           END-EVALUATE
           MOVE LINHA-PEDIDO TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM

           MOVE PED-CODC      TO LCL-CODC
           MOVE LINHA-CLIENTE TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM

           MOVE PED-CODV TO LVE-CODV
           MOVE SPACES   TO LVE-NOME
           IF TEM-VENDEDOR
              MOVE PED-CODV TO VEN-COD
              READ VENDEDOR KEY IS VEN-COD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE VEN-NOME TO LVE-NOME
              END-READ
           END-IF
           MOVE LINHA-VENDEDOR TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM
           MOVE LINHA-TIT-ITEM TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM

           MOVE ZEROS TO WS-TOT-ITENS WS-QTD-LINHAS
           IF TEM-ITENS
              MOVE PED-NUMERO TO ITE-PEDIDO
              MOVE ZEROS      TO ITE-SEQ
              START PEDITEM KEY NOT LESS THAN ITE-KEY
                    INVALID KEY
                       MOVE 10 TO ITE-STAT
              END-START
              PERFORM EMITE-ITEM
                 THRU EMITE-ITEM-SAI UNTIL FSI-FIM-REG
              MOVE ZEROS TO ITE-STAT
           END-IF

           IF WS-QTD-LINHAS = ZEROS
              MOVE LINHA-SEM-ITENS TO WS-LINHA
              PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM
           IF WS-QTD-LINHAS > ZEROS
              MOVE WS-TOT-ITENS    TO LTI-TOTAL
              MOVE LINHA-TOT-ITENS TO WS-LINHA
              PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM
           END-IF
           MOVE PED-VALOR   TO LVA-VALOR
           MOVE LINHA-VALOR TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM

           PERFORM DESCREVE-CONDICAO THRU DESCREVE-CONDICAO-FIM
           MOVE LINHA-CONDICAO TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM

           PERFORM DESCREVE-PREVISAO THRU DESCREVE-PREVISAO-FIM
           MOVE LINHA-PREVISAO TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM

           MOVE SPACES TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM
           MOVE LINHA-AVISO1 TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM
           MOVE LINHA-AVISO2 TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM
           MOVE LINHA-TRACO  TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM
           .
       MONTA-DOCUMENTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EMITE-ITEM.
      *-------------------------------------------------------------*
           READ PEDITEM NEXT AT END
                GO TO EMITE-ITEM-SAI
           END-READ

           IF ITE-PEDIDO NOT = PED-NUMERO
              MOVE 10 TO ITE-STAT
              GO TO EMITE-ITEM-SAI
           END-IF

           ADD 1 TO WS-QTD-LINHAS
           MOVE ITE-SEQ   TO LIT-SEQ
           MOVE ITE-PROD  TO LIT-PROD
           MOVE '*** PRODUTO NAO CADASTRADO ***' TO LIT-DESC
           IF TEM-PRODUTO
              MOVE ITE-PROD TO PRO-COD
              READ PRODUTO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PRO-DESCRICAO TO LIT-DESC
              END-READ
           END-IF
           MOVE ITE-QTDE  TO LIT-QTDE
           MOVE ITE-PRECO TO LIT-PRECO
           COMPUTE WS-VLR-ITEM ROUNDED = ITE-QTDE * ITE-PRECO
           MOVE WS-VLR-ITEM TO LIT-TOTAL
           ADD WS-VLR-ITEM  TO WS-TOT-ITENS
           MOVE LINHA-ITEM  TO WS-LINHA
           PERFORM EMITE-LINHA THRU EMITE-LINHA-FIM
           .
       EMITE-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       DESCREVE-CONDICAO.
      *-------------------------------------------------------------*
      *    Sem condicao no pedido vale o prazo padrao dos parametros
      *    gerais, em parcela unica (como fatura o PROG64).
           MOVE SPACES TO LCO-TEXTO
           IF PED-COND-PAGTO NOT = SPACES AND TEM-CONDPAG
              MOVE PED-COND-PAGTO TO CPG-COD
              READ CONDPAG
                   INVALID KEY
                      MOVE PED-COND-PAGTO TO LCO-TEXTO
                   NOT INVALID KEY
                      MOVE CPG-DESCRICAO  TO LCO-TEXTO
              END-READ
              GO TO DESCREVE-CONDICAO-FIM
           END-IF

           IF PED-COND-PAGTO NOT = SPACES
              MOVE PED-COND-PAGTO TO LCO-TEXTO
              GO TO DESCREVE-CONDICAO-FIM
           END-IF

           CALL "PROG41" USING LK-PARAM END-CALL
           MOVE LK-PAR-PRAZO-PAGTO TO WS-PU-DIAS
           MOVE WS-PARC-UNICA      TO LCO-TEXTO
           .
       DESCREVE-CONDICAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       DESCREVE-PREVISAO.
      *-------------------------------------------------------------*
      *    Pedido aberto fatura a partir do proximo dia util (feriado
      *    pela UF do cliente); pendente so depois da aprovacao.
           MOVE SPACES TO LPR-TEXTO
           EVALUATE TRUE
               WHEN PED-PENDENTE
                    MOVE 'APOS A APROVACAO DO PEDIDO' TO LPR-TEXTO
               WHEN PED-FATURADO
                    MOVE 'PEDIDO JA FATURADO'         TO LPR-TEXTO
               WHEN PED-CANCELADO
                    MOVE 'PEDIDO CANCELADO - NAO SERA FATURADO'
                      TO LPR-TEXTO
               WHEN OTHER
                    COMPUTE WS-DATA-AMANHA =
                            FUNCTION DATE-OF-INTEGER
                            (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                             + 1)
                    MOVE 'P'            TO LK-DU-OPER
                    MOVE WS-DATA-AMANHA TO LK-DU-DATA
                    MOVE WS-UF-CLIENTE  TO LK-DU-UF
                    MOVE ZEROS          TO LK-DU-DIAS
                    CALL "PROG70" USING LK-DIAUTIL END-CALL
                    IF LK-DU-RET = '0'
                       MOVE LK-DU-DATA-UTIL TO WS-DATA-AMD
                    ELSE
                       MOVE WS-DATA-AMANHA  TO WS-DATA-AMD
                    END-IF
                    PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                    MOVE WS-DATA-DMA TO LPR-TEXTO
           END-EVALUATE
           .
       DESCREVE-PREVISAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EMITE-LINHA.
      *-------------------------------------------------------------*
      *    Cada linha do documento vai para a copia impressa e, com
      *    e-mail, para o texto da mensagem.
           WRITE RELCONF-REL FROM WS-LINHA AFTER ADVANCING 1 LINE
           IF TEM-EMAIL
              MOVE SPACES   TO MAILGW-MGW
              MOVE 'L'      TO MGW-TIPO
              MOVE WS-LINHA TO MGW-TEXTO
              WRITE MAILGW-MGW
           END-IF
           .
       EMITE-LINHA-FIM.
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

           MOVE SPACES TO WS-ARQ-PEDIDOS WS-ARQ-PEDITEM
                          WS-ARQ-CLIENTES WS-ARQ-VENDEDOR
                          WS-ARQ-PRODUTO WS-ARQ-CONDPAG
                          WS-ARQ-MAILGW
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDIDOS.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDIDOS
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'VENDEDOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-VENDEDOR
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONDPAG.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CONDPAG
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'MAILGW.TXT'                 DELIMITED BY SIZE
             INTO WS-ARQ-MAILGW
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           SET TEM-ITENS TO TRUE
           OPEN INPUT PEDITEM
           IF FSI-NAO-EXISTE
              SET SEM-ITENS TO TRUE
           END-IF

           SET TEM-CLIENTES TO TRUE
           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              SET SEM-CLIENTES TO TRUE
           END-IF

           SET TEM-VENDEDOR TO TRUE
           OPEN INPUT VENDEDOR
           IF FSV-NAO-EXISTE
              SET SEM-VENDEDOR TO TRUE
           END-IF

           SET TEM-PRODUTO TO TRUE
           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              SET SEM-PRODUTO TO TRUE
           END-IF

           SET TEM-CONDPAG TO TRUE
           OPEN INPUT CONDPAG
           IF FSCP-NAO-EXISTE
              SET SEM-CONDPAG TO TRUE
           END-IF

      *    A copia impressa vai para o SPOOL\ com nome datado (PROG35)
      *    e entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG173'      TO LK-SPL-PROGRAMA
           MOVE 'CONF-PED.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELCONF
           OPEN OUTPUT RELCONF
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE PEDIDOS RELCONF
           IF TEM-ITENS
              CLOSE PEDITEM
           END-IF
           IF TEM-CLIENTES
              CLOSE CLIENTES
           END-IF
           IF TEM-VENDEDOR
              CLOSE VENDEDOR
           END-IF
           IF TEM-PRODUTO
              CLOSE PRODUTO
           END-IF
           IF TEM-CONDPAG
              CLOSE CONDPAG
           END-IF
           IF TEM-EMAIL
              CLOSE MAILGW
           END-IF

           MOVE LK-CFP-PEDIDO   TO WS-PSP-PEDIDO
           MOVE LK-CFP-MOTIVO   TO WS-PSP-MOTIVO
           MOVE 'R'             TO LK-SPL-OPER
           MOVE 'PROG173'       TO LK-SPL-PROGRAMA
           MOVE WS-PARAMS-SPOOL TO LK-SPL-PARAMS
           MOVE 1               TO LK-SPL-QTDE
           MOVE WS-ARQ-RELCONF  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL
           .
       FINALIZA-FIM.
           EXIT.
