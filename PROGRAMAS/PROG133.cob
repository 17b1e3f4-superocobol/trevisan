      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG133 - Remessa de Negativação ao Bureau de
      *             Proteção ao Crédito
      * Chamadas..: PROG41 - Leitura dos Parametros Gerais
      *             PROG106 - Controle de Sequencia de Intercambio
      * Observação: Gera NEGREM.TXT no layout fixo acordado com o
      *             bureau de protecao ao credito: cabecalho HDR com
      *             data e numero sequencial do arquivo (PROG106,
      *             interface NEGATIV), um registro DET por operacao
      *             (I = inclusao, E = exclusao; numero da fatura,
      *             CNPJ e razao social de CLIENTES.ARQ, vencimento e
      *             saldo em centavos) e rodape TRL com as quantidades
      *             e a soma das inclusoes.
      *             Exclusoes: faturas com exclusao pendente em
      *             NEGATIV.ARQ (quitacao pelo PROG78/PROG87, via
      *             PROG134) e, por garantia, faturas negativadas que
      *             ja nao estao em aberto em FATURA.ARQ (cancelada
      *             ou quitada por outro caminho).
      *             Inclusoes: faturas em aberto vencidas ha mais que
      *             PAR-NEGAT-DIAS dias (PROG41, padrao 90) ainda sem
      *             registro em NEGATIV.ARQ; cliente sem CNPJ nao e'
      *             enviado. Uma fatura e' negativada uma vez so - a
      *             inclusao rejeitada nao e' reenviada.
      *             O retorno do bureau e' aplicado pelo PROG135.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhuma inclusao ou exclusao a enviar
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG133.
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

       SELECT NEGATIV ASSIGN TO WS-ARQ-NEGATIV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS NEG-STAT
              RECORD KEY   IS NEG-KEY.

       SELECT NEGREM ASSIGN TO WS-ARQ-NEGREM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REM-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_FATURA.

       COPY FD_CLIENTES.

       COPY FD_NEGATIV.

       FD NEGREM.

       01 NEGREM-REG        PIC X(90).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-NEGATIV     PIC X(70) VALUE SPACES.
       77 WS-ARQ-NEGREM      PIC X(70) VALUE SPACES.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 NEG-STAT          PIC 9(02).
           88 FSN-OK        VALUE ZEROS.
           88 FSN-FIM-REG   VALUE 10.
           88 FSN-NAO-EXISTE VALUE 35.

       77 REM-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ATRASO    PIC S9(08) VALUE ZEROS.
       77 WS-SEQ-ARQUIVO    PIC 9(04) VALUE ZEROS.

       77 WS-QTD-INCLUSOES  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXCLUSOES  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-CNPJ   PIC 9(06) VALUE ZEROS.
       77 WS-SOMA-CENT      PIC 9(13) VALUE ZEROS.
       77 WS-VALOR-CENT     PIC 9(11) VALUE ZEROS.
       77 WS-SALDO          PIC S9(09)V99 VALUE ZEROS.

       01 WS-REG-HEADER.
           05 FILLER        PIC X(003) VALUE 'HDR'.
           05 WRH-DATA      PIC 9(008) VALUE ZEROS.
           05 WRH-SEQ       PIC 9(004) VALUE ZEROS.
           05 FILLER        PIC X(075) VALUE SPACES.

       01 WS-REG-DETALHE.
           05 FILLER        PIC X(003) VALUE 'DET'.
           05 WRD-OPERACAO  PIC X(001) VALUE SPACES.
           05 WRD-NUMERO    PIC 9(008) VALUE ZEROS.
           05 WRD-CNPJ      PIC X(014) VALUE SPACES.
           05 WRD-NOME      PIC X(030) VALUE SPACES.
           05 WRD-VENCTO    PIC 9(008) VALUE ZEROS.
           05 WRD-VALOR     PIC 9(011) VALUE ZEROS.
           05 FILLER        PIC X(015) VALUE SPACES.

       01 WS-REG-TRAILER.
           05 FILLER        PIC X(003) VALUE 'TRL'.
           05 WRT-QTD-INCL  PIC 9(006) VALUE ZEROS.
           05 WRT-QTD-EXCL  PIC 9(006) VALUE ZEROS.
           05 WRT-SOMA      PIC 9(013) VALUE ZEROS.
           05 FILLER        PIC X(062) VALUE SPACES.

       COPY LK_PARAM.

       COPY LK_INTSEQ.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
           CALL "PROG41" USING LK-PARAM END-CALL
           PERFORM ABRIR-ARQUIVO

      *    Sequencia do arquivo, registrada pelo PROG106 para o
      *    bureau barrar duplicidade no processamento deles.
           MOVE 'NEGATIV'  TO LK-INT-INTERFACE
           MOVE SPACES     TO LK-INT-FORCA
           SET LK-INT-GERA TO TRUE
           CALL "PROG106" USING LK-INTSEQ END-CALL
           MOVE LK-INT-SEQ TO WS-SEQ-ARQUIVO

           MOVE WS-DATA-HOJE   TO WRH-DATA
           MOVE WS-SEQ-ARQUIVO TO WRH-SEQ
           WRITE NEGREM-REG FROM WS-REG-HEADER

      *    Primeiro as exclusoes, para a inclusao nova nao ser
      *    revisitada na mesma execucao.
           MOVE LOW-VALUES TO NEGATIV-NEG
           START NEGATIV KEY NOT LESS THAN NEG-KEY
                 INVALID KEY
                    MOVE 10 TO NEG-STAT
           END-START
           PERFORM EXCLUI-UMA THRU EXCLUI-UMA-SAI UNTIL FSN-FIM-REG
           MOVE ZEROS TO NEG-STAT

           MOVE LOW-VALUES TO FATURA-FAT
           START FATURA KEY NOT LESS THAN FAT-KEY
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM INCLUI-UMA THRU INCLUI-UMA-SAI UNTIL FSF-FIM-REG

           MOVE WS-QTD-INCLUSOES TO WRT-QTD-INCL
           MOVE WS-QTD-EXCLUSOES TO WRT-QTD-EXCL
           MOVE WS-SOMA-CENT     TO WRT-SOMA
           WRITE NEGREM-REG FROM WS-REG-TRAILER

           IF WS-QTD-INCLUSOES = ZEROS AND WS-QTD-EXCLUSOES = ZEROS
              MOVE 04 TO WS-RETCODE
           END-IF

           DISPLAY 'REMESSA DE NEGATIVACAO ' WS-SEQ-ARQUIVO
                   ' GERADA - INCLUSOES: ' WS-QTD-INCLUSOES
                   ' EXCLUSOES: ' WS-QTD-EXCLUSOES
           IF WS-QTD-SEM-CNPJ NOT = ZEROS
              DISPLAY 'FATURAS NAO ENVIADAS POR CLIENTE SEM CNPJ: '
                      WS-QTD-SEM-CNPJ
           END-IF

           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       EXCLUI-UMA.
      *-------------------------------------------------------------*
           READ NEGATIV NEXT AT END
                GO TO EXCLUI-UMA-SAI
           END-READ

      *    Negativada cuja fatura saiu do aberto sem passar pelo
      *    PROG134 (cancelamento, nota de credito): exclusao tambem.
           IF NEG-INCLUSAO
              IF NEG-REJEITADA
                 GO TO EXCLUI-UMA-SAI
              END-IF
              MOVE NEG-FATURA TO FAT-NUMERO
              READ FATURA
                   INVALID KEY
                      MOVE 'X' TO FAT-SITUACAO
              END-READ
              IF FAT-ABERTA
                 GO TO EXCLUI-UMA-SAI
              END-IF
              SET NEG-EXCLUSAO     TO TRUE
              SET NEG-PENDENTE     TO TRUE
              MOVE WS-DATA-HOJE    TO NEG-DT-PEDIDO-EXCL
              MOVE 'PROG133'       TO NEG-ORIGEM-EXCL
           END-IF

           IF NOT NEG-PENDENTE
              GO TO EXCLUI-UMA-SAI
           END-IF

           MOVE 'E'          TO WRD-OPERACAO
           MOVE NEG-FATURA   TO WRD-NUMERO
           MOVE NEG-CNPJ     TO WRD-CNPJ
           MOVE SPACES       TO WRD-NOME
           MOVE NEG-CODC     TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE CLI-NOME TO WRD-NOME
           END-READ
           MOVE NEG-VENCTO   TO WRD-VENCTO
           COMPUTE WS-VALOR-CENT = NEG-VALOR * 100
           MOVE WS-VALOR-CENT TO WRD-VALOR
           WRITE NEGREM-REG FROM WS-REG-DETALHE

           SET NEG-ENVIADA       TO TRUE
           MOVE WS-DATA-HOJE     TO NEG-DT-EXCLUSAO
           MOVE WS-SEQ-ARQUIVO   TO NEG-SEQ-EXCLUSAO
           MOVE ZEROS            TO NEG-DT-RETORNO
           MOVE SPACES           TO NEG-MOTIVO
           REWRITE NEGATIV-NEG END-REWRITE

           ADD 1 TO WS-QTD-EXCLUSOES
           .
       EXCLUI-UMA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       INCLUI-UMA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO INCLUI-UMA-SAI
           END-READ

           IF NOT FAT-ABERTA
              GO TO INCLUI-UMA-SAI
           END-IF

           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE
                   - FUNCTION INTEGER-OF-DATE (FAT-VENCTO)
           IF WS-DIAS-ATRASO NOT > LK-PAR-NEGAT-DIAS
              GO TO INCLUI-UMA-SAI
           END-IF

           COMPUTE WS-SALDO = FAT-VALOR - FAT-VALOR-PAGO
           IF WS-SALDO NOT > ZEROS
              GO TO INCLUI-UMA-SAI
           END-IF

      *    Ja negativada (ou rejeitada, ou ja excluida): uma vez so.
           MOVE FAT-NUMERO TO NEG-FATURA
           READ NEGATIV
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   GO TO INCLUI-UMA-SAI
           END-READ

           MOVE FAT-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   MOVE SPACES TO CLI-CNPJ
           END-READ
           IF CLI-CNPJ = SPACES OR CLI-CNPJ = ZEROS
              ADD 1 TO WS-QTD-SEM-CNPJ
              GO TO INCLUI-UMA-SAI
           END-IF

           MOVE 'I'          TO WRD-OPERACAO
           MOVE FAT-NUMERO   TO WRD-NUMERO
           MOVE CLI-CNPJ     TO WRD-CNPJ
           MOVE CLI-NOME     TO WRD-NOME
           MOVE FAT-VENCTO   TO WRD-VENCTO
           COMPUTE WS-VALOR-CENT = WS-SALDO * 100
           MOVE WS-VALOR-CENT TO WRD-VALOR
           WRITE NEGREM-REG FROM WS-REG-DETALHE

           MOVE SPACES           TO NEGATIV-NEG
           MOVE FAT-NUMERO       TO NEG-FATURA
           MOVE FAT-CODC         TO NEG-CODC
           MOVE CLI-CNPJ         TO NEG-CNPJ
           MOVE FAT-VENCTO       TO NEG-VENCTO
           MOVE WS-SALDO         TO NEG-VALOR
           MOVE WS-DIAS-ATRASO   TO NEG-DIAS-ATRASO
           SET NEG-INCLUSAO      TO TRUE
           SET NEG-ENVIADA       TO TRUE
           MOVE WS-DATA-HOJE     TO NEG-DT-INCLUSAO
           MOVE WS-SEQ-ARQUIVO   TO NEG-SEQ-INCLUSAO
           MOVE ZEROS            TO NEG-DT-PEDIDO-EXCL
                                    NEG-DT-EXCLUSAO
                                    NEG-SEQ-EXCLUSAO
                                    NEG-DT-RETORNO
           WRITE NEGATIV-NEG END-WRITE

           ADD 1             TO WS-QTD-INCLUSOES
           ADD WS-VALOR-CENT TO WS-SOMA-CENT
           .
       INCLUI-UMA-SAI.
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
                  'NEGATIV.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-NEGATIV
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'NEGREM.TXT'                 DELIMITED BY SIZE
             INTO WS-ARQ-NEGREM
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT FATURA
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

           OPEN I-O NEGATIV
           IF FSN-NAO-EXISTE
              OPEN OUTPUT NEGATIV
              CLOSE NEGATIV
              OPEN I-O NEGATIV
           END-IF

           OPEN OUTPUT NEGREM
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE FATURA CLIENTES NEGATIV NEGREM
           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
