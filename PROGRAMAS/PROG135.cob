      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG135 - Retorno da Negativação do Bureau de
      *             Proteção ao Crédito
      * Chamadas..: PROG106 - Controle de Sequencia de Intercambio
      * Observação: Aplica NEGRET.TXT (retorno do bureau para as
      *             remessas do PROG133): cabecalho HDR com data e
      *             sequencia do arquivo do bureau (PROG106, interface
      *             NEGRET) e um registro DET por operacao enviada,
      *             com o resultado (A = aceita, R = rejeitada), a
      *             data e o motivo da rejeicao. O resultado e' gravado
      *             na fatura em NEGATIV.ARQ.
      *             Inclusao rejeitada de fatura ja quitada, com a
      *             exclusao ainda nao enviada, dispensa a exclusao.
      *             Exclusao rejeitada deixa cliente que pagou
      *             negativado: sai destacada no relatorio para
      *             tratamento imediato junto ao bureau.
      *             Registro invalido ou de fatura sem negativacao vai
      *             para NEGREJ.TXT no mesmo layout, com o motivo na
      *             coluna final, como nos demais importadores.
      *             Relatorio RELNEGAT.TXT.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = retorno vazio, com rejeicoes do bureau ou com
      *                 registros invalidos
      *             8 = arquivo de geracao repetida ou regressiva
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG135.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT NEGRET ASSIGN TO WS-ARQ-NEGRET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS RET-STAT.

       SELECT NEGREJ ASSIGN TO WS-ARQ-NEGREJ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REJ-STAT.

       SELECT NEGATIV ASSIGN TO WS-ARQ-NEGATIV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS NEG-STAT
              RECORD KEY   IS NEG-KEY.

       SELECT RELNEGAT ASSIGN TO WS-ARQ-RELNEGAT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       FD NEGRET.

       01 NEGRET-REG.
           05 RET-MARCA     PIC X(003).
           05 RET-OPERACAO  PIC X(001).
           05 RET-NUMERO    PIC X(008).
           05 RET-RESULTADO PIC X(001).
           05 RET-DATA      PIC X(008).
           05 RET-MOTIVO    PIC X(003).

       01 NEGRET-HDR REDEFINES NEGRET-REG.
           05 HDR-MARCA     PIC X(003).
           05 HDR-DATA      PIC X(008).
           05 HDR-SEQ       PIC X(004).
           05 FILLER        PIC X(009).

       FD NEGREJ.

       01 NEGREJ-REG        PIC X(27).

       COPY FD_NEGATIV.

       FD RELNEGAT.

       01 RELNEGAT-REL.
          05 REL-IMP        PIC X(100).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-NEGRET      PIC X(70) VALUE SPACES.
       77 WS-ARQ-NEGREJ      PIC X(70) VALUE SPACES.
       77 WS-ARQ-NEGATIV     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELNEGAT    PIC X(70) VALUE SPACES.

       77 RET-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.
           88 FSR-FIM-REG   VALUE 10.
           88 FSR-NAO-EXISTE VALUE 35.

       77 REJ-STAT          PIC 9(02).
           88 FSJ-OK        VALUE ZEROS.

       77 NEG-STAT          PIC 9(02).
           88 FSN-OK        VALUE ZEROS.
           88 FSN-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-QTD-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ACEITOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RECUSADOS  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXCL-REC   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS PIC 9(06) VALUE ZEROS.

       77 WS-MOTIVO         PIC X(03) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-FORCA-SEQ      PIC X(01) VALUE SPACES.

       COPY LK_INTSEQ.

       01 LINHA-CAB0.
           05 FILLER        PIC X(050) VALUE
           'RETORNO DA NEGATIVACAO NO BUREAU - OCORRENCIAS'.

       01 LINHA-OCO.
           05 OCO-NUMERO    PIC X(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 OCO-TEXTO     PIC X(60).

       01 LINHA-TOTAIS.
           05 FILLER        PIC X(07) VALUE 'LIDOS: '.
           05 TOT-LIDOS     PIC ZZZZZ9.
           05 FILLER        PIC X(10) VALUE '  ACEITOS:'.
           05 TOT-ACEITOS   PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  RECUSADOS:'.
           05 TOT-RECUS     PIC ZZZZZ9.
           05 FILLER        PIC X(18) VALUE '  EXCL.RECUSADAS: '.
           05 TOT-EXCL-REC  PIC ZZZZZ9.
           05 FILLER        PIC X(13) VALUE '  REJEITADOS:'.
           05 TOT-REJ       PIC ZZZZZ9.

       01 LINHA-BRANCO      PIC X(80) VALUE SPACES.

       01 WS-REJ-SAIDA.
           05 WS-REJ-DADOS   PIC X(024).
           05 WS-REJ-MOTIVO  PIC X(003).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVO

           PERFORM APLICA-UM THRU APLICA-UM-SAI UNTIL FSR-FIM-REG

           PERFORM FECHA-TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       APLICA-UM.
      *-------------------------------------------------------------*
           READ NEGRET NEXT AT END
                GO TO APLICA-UM-SAI
           END-READ

      *    Cabecalho: a sequencia do bureau passa pelo PROG106.
           IF HDR-MARCA = 'HDR'
              ACCEPT WS-FORCA-SEQ
                     FROM ENVIRONMENT 'COBOL_FORCA_SEQ'
              MOVE 'NEGRET'     TO LK-INT-INTERFACE
              MOVE HDR-SEQ      TO LK-INT-SEQ
              MOVE WS-FORCA-SEQ TO LK-INT-FORCA
              MOVE SPACES       TO LK-INT-OPER
              CALL "PROG106" USING LK-INTSEQ END-CALL
              IF LK-INT-RET = '8'
                 DISPLAY 'ARQUIVO DE GERACAO REPETIDA OU '
                         'REGRESSIVA - RECUSADO (SEQ ' HDR-SEQ ')'
                 MOVE 08 TO WS-RETCODE
                 PERFORM FINALIZA
              END-IF
              IF LK-INT-RET = '4'
                 DISPLAY 'AVISO: SALTO DE GERACAO NO ARQUIVO '
                         'DO BUREAU (SEQ ' HDR-SEQ ')'
              END-IF
              GO TO APLICA-UM-SAI
           END-IF

           IF RET-MARCA NOT = 'DET'
              GO TO APLICA-UM-SAI
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO WS-MOTIVO

           IF RET-NUMERO NOT NUMERIC
              MOVE '001' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

           IF (RET-OPERACAO NOT = 'I' AND RET-OPERACAO NOT = 'E')
              OR (RET-RESULTADO NOT = 'A' AND RET-RESULTADO NOT = 'R')
              MOVE '003' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

           MOVE FUNCTION NUMVAL(RET-NUMERO) TO NEG-FATURA
           READ NEGATIV
                INVALID KEY
                   MOVE '002' TO WS-MOTIVO
                   GO TO APLICA-UM-REJEITA
           END-READ

           MOVE RET-NUMERO TO OCO-NUMERO

      *    Resposta da inclusao chegando depois da quitacao.
           IF RET-OPERACAO = 'I' AND NEG-EXCLUSAO
              PERFORM INCLUSAO-APOS-BAIXA
              GO TO APLICA-UM-SAI
           END-IF

           IF RET-OPERACAO NOT = NEG-OPERACAO OR NOT NEG-ENVIADA
              MOVE '004' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

           IF RET-DATA NUMERIC
              MOVE RET-DATA     TO NEG-DT-RETORNO
           ELSE
              MOVE WS-DATA-HOJE TO NEG-DT-RETORNO
           END-IF

           IF RET-RESULTADO = 'A'
              SET NEG-ACEITA    TO TRUE
              MOVE SPACES       TO NEG-MOTIVO
              ADD 1 TO WS-QTD-ACEITOS
              IF NEG-INCLUSAO
                 MOVE 'NEGATIVACAO ACEITA PELO BUREAU' TO OCO-TEXTO
              ELSE
                 MOVE 'EXCLUSAO ACEITA - CLIENTE FORA DO BUREAU'
                      TO OCO-TEXTO
              END-IF
           ELSE
              SET NEG-REJEITADA TO TRUE
              MOVE RET-MOTIVO   TO NEG-MOTIVO
              ADD 1 TO WS-QTD-RECUSADOS
              MOVE SPACES TO OCO-TEXTO
              IF NEG-INCLUSAO
                 STRING 'INCLUSAO RECUSADA PELO BUREAU - MOTIVO '
                        RET-MOTIVO DELIMITED BY SIZE
                   INTO OCO-TEXTO
                 END-STRING
              ELSE
                 ADD 1 TO WS-QTD-EXCL-REC
                 STRING '*** EXCLUSAO RECUSADA - MOTIVO ' RET-MOTIVO
                        ' - CLIENTE PAGOU E SEGUE NEGATIVADO'
                        DELIMITED BY SIZE
                   INTO OCO-TEXTO
                 END-STRING
              END-IF
           END-IF

           REWRITE NEGATIV-NEG END-REWRITE
           WRITE RELNEGAT-REL FROM LINHA-OCO

           GO TO APLICA-UM-SAI
           .
       APLICA-UM-REJEITA.
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE NEGRET-REG (1:24) TO WS-REJ-DADOS
           MOVE WS-MOTIVO         TO WS-REJ-MOTIVO
           WRITE NEGREJ-REG FROM WS-REJ-SAIDA

           MOVE RET-NUMERO TO OCO-NUMERO
           MOVE SPACES TO OCO-TEXTO
           STRING 'REJEITADO - MOTIVO ' WS-MOTIVO DELIMITED BY SIZE
             INTO OCO-TEXTO
           END-STRING
           WRITE RELNEGAT-REL FROM LINHA-OCO
           .
       APLICA-UM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       INCLUSAO-APOS-BAIXA.
      *-------------------------------------------------------------*
      *    A fatura foi quitada antes da resposta da inclusao. Se o
      *    bureau recusou a inclusao e a exclusao ainda nao saiu,
      *    nao ha o que excluir: volta a inclusao recusada.
           IF RET-RESULTADO = 'A'
              ADD 1 TO WS-QTD-ACEITOS
              MOVE 'NEGATIVACAO ACEITA - EXCLUSAO JA PEDIDA'
                   TO OCO-TEXTO
           ELSE
              ADD 1 TO WS-QTD-RECUSADOS
              IF NEG-PENDENTE
                 SET NEG-INCLUSAO  TO TRUE
                 SET NEG-REJEITADA TO TRUE
                 MOVE RET-MOTIVO   TO NEG-MOTIVO
                 IF RET-DATA NUMERIC
                    MOVE RET-DATA     TO NEG-DT-RETORNO
                 ELSE
                    MOVE WS-DATA-HOJE TO NEG-DT-RETORNO
                 END-IF
                 MOVE ZEROS        TO NEG-DT-PEDIDO-EXCL
                 MOVE SPACES       TO NEG-ORIGEM-EXCL
                 REWRITE NEGATIV-NEG END-REWRITE
                 MOVE 'INCLUSAO RECUSADA - EXCLUSAO DISPENSADA'
                      TO OCO-TEXTO
              ELSE
                 MOVE 'INCLUSAO RECUSADA - EXCLUSAO JA ENVIADA'
                      TO OCO-TEXTO
              END-IF
           END-IF
           WRITE RELNEGAT-REL FROM LINHA-OCO
           .
       INCLUSAO-APOS-BAIXA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FECHA-TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-LIDOS      TO TOT-LIDOS
           MOVE WS-QTD-ACEITOS    TO TOT-ACEITOS
           MOVE WS-QTD-RECUSADOS  TO TOT-RECUS
           MOVE WS-QTD-EXCL-REC   TO TOT-EXCL-REC
           MOVE WS-QTD-REJEITADOS TO TOT-REJ
           WRITE RELNEGAT-REL FROM LINHA-BRANCO
           WRITE RELNEGAT-REL FROM LINHA-TOTAIS

           IF WS-RETCODE = ZEROS
              AND (WS-QTD-LIDOS = ZEROS
                   OR WS-QTD-RECUSADOS NOT = ZEROS
                   OR WS-QTD-REJEITADOS NOT = ZEROS)
              MOVE 04 TO WS-RETCODE
           END-IF

           DISPLAY 'RETORNO DA NEGATIVACAO APLICADO - ' LINHA-TOTAIS
           IF WS-QTD-EXCL-REC NOT = ZEROS
              DISPLAY '*** EXCLUSOES RECUSADAS PELO BUREAU: '
                      WS-QTD-EXCL-REC ' - VER RELNEGAT.TXT'
           END-IF
           .
       FECHA-TOTAIS-FIM.
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
                  'NEGRET.TXT'                 DELIMITED BY SIZE
             INTO WS-ARQ-NEGRET
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'NEGREJ.TXT'                 DELIMITED BY SIZE
             INTO WS-ARQ-NEGREJ
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'NEGATIV.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-NEGATIV
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'RELNEGAT.TXT'               DELIMITED BY SIZE
             INTO WS-ARQ-RELNEGAT
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT NEGRET
           IF FSR-NAO-EXISTE
              DISPLAY 'RETORNO DO BUREAU (NEGRET.TXT) NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN I-O NEGATIV
           IF FSN-NAO-EXISTE
              DISPLAY 'NEGATIV.ARQ NAO ENCONTRADO - RODE O PROG133'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN OUTPUT NEGREJ

           OPEN OUTPUT RELNEGAT
           WRITE RELNEGAT-REL FROM LINHA-CAB0
           WRITE RELNEGAT-REL FROM LINHA-BRANCO
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE NEGRET NEGREJ NEGATIV RELNEGAT
           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
