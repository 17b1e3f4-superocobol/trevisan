      *              roteirizada para o substituto, partindo das
      *              coordenadas dele, e a agenda planejada sai no
      *              codigo do substituto.
      *   2026 mnt - Sugestoes de venda cruzada do cliente (SUGEST.ARQ,
      *              PROG174) impressas abaixo do endereco, com a
      *              descricao do produto.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG24.
              FILE STATUS          IS AGE-STAT
              RECORD KEY           IS AGE-KEY.

       SELECT SUGEST ASSIGN TO WS-ARQ-SUGEST
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS SUG-STAT
              RECORD KEY   IS SUG-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       SELECT RELROTA ASSIGN TO WS-ARQ-RELROTA
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS REL-STAT.

       COPY FD_AGENDA.

       COPY FD_SUGEST.

       COPY FD_PRODUTO.

       FD RELROTA
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
       77 WS-ARQ-AGENDA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-VISPRIOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-AUSENCIA    PIC X(70) VALUE SPACES.
       77 WS-ARQ-SUGEST      PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 TEM-AUSENCIA  VALUE 'S'.
           88 SEM-AUSENCIA  VALUE 'N'.

       77 SUG-STAT          PIC 9(02).
           88 FSS-OK        VALUE ZEROS.
           88 FSS-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

      *    Sugestoes de venda cruzada (PROG174) podem nem existir;
      *    vale a geracao do mes ou, sem ela, a do mes anterior.
       77 WS-TEM-SUGEST     PIC X(01) VALUE 'N'.
           88 TEM-SUGEST    VALUE 'S'.
           88 SEM-SUGEST    VALUE 'N'.

       77 WS-TEM-PRODUTO    PIC X(01) VALUE 'N'.
           88 TEM-PRODUTO   VALUE 'S'.
           88 SEM-PRODUTO   VALUE 'N'.

       77 WS-SUG-ANOMES     PIC 9(06) VALUE ZEROS.
       77 WS-SUG-ANOMES-ANT PIC 9(06) VALUE ZEROS.
       77 WS-IDX-SUG        PIC 9(01) VALUE ZEROS.

       77 WS-VEND-EFETIVO   PIC 9(05) VALUE ZEROS.
       77 WS-VEND-SUBST     PIC 9(05) VALUE ZEROS.
       77 WS-CPF-AUSENTE    PIC 9(11) VALUE ZEROS.
           05 FILLER        PIC X(010)  VALUE 'ENDERECO: '.
           05 REL-ENDERECO  PIC X(090).

       01 LINHA-DET-SUG.
           05 FILLER        PIC X(007)  VALUE SPACES.
           05 REL-SUG-TIT   PIC X(010)  VALUE 'SUGERIR : '.
           05 REL-SUG OCCURS 5 TIMES.
              10 REL-SUG-PROD  PIC 9(005).
              10 FILLER        PIC X(001).
              10 REL-SUG-DESC  PIC X(018).
              10 FILLER        PIC X(002).

       01 LINHA-TOT-ROTA.
           05 FILLER        PIC X(022) VALUE 'TOTAL DA ROTA (KM) : '.
           05 TOT-ROTA      PIC Z.ZZZ.ZZ9,9999.
                  PERFORM IMP-CABEC
           END-WRITE

           IF TEM-SUGEST
              PERFORM IMPRIME-SUGESTAO THRU IMPRIME-SUGESTAO-FIM
           END-IF

           MOVE WS-RT-LATIT (WS-IDX-PERTO) TO WS-LAT-ATUAL
           MOVE WS-RT-LONGI (WS-IDX-PERTO) TO WS-LON-ATUAL
           .
       IMPRIME-PROXIMA-PERNA-SAI.
           EXIT.

      *-----------------------------------------------------------*
       IMPRIME-SUGESTAO.
      *-----------------------------------------------------------*
      *    Produtos que clientes parecidos compram e este cliente
      *    nunca comprou (venda cruzada, PROG174), abaixo do
      *    endereco.
           MOVE WS-SUG-ANOMES                 TO SUG-ANOMES
           MOVE WS-RT-COD      (WS-IDX-PERTO) TO SUG-CODC
           READ SUGEST
                INVALID KEY
                   MOVE WS-SUG-ANOMES-ANT TO SUG-ANOMES
                   READ SUGEST
                        INVALID KEY
                           GO TO IMPRIME-SUGESTAO-FIM
                   END-READ
           END-READ

           IF SUG-QTD = ZEROS
              GO TO IMPRIME-SUGESTAO-FIM
           END-IF

           MOVE SPACES TO LINHA-DET-SUG
           MOVE 'SUGERIR : ' TO REL-SUG-TIT
           PERFORM EDITA-SUGESTAO
               VARYING WS-IDX-SUG FROM 1 BY 1
               UNTIL WS-IDX-SUG > SUG-QTD
           WRITE RELROTA-REL FROM LINHA-DET-SUG AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMPRIME-SUGESTAO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       EDITA-SUGESTAO.
      *-----------------------------------------------------------*
           MOVE SUG-PROD (WS-IDX-SUG) TO REL-SUG-PROD (WS-IDX-SUG)
           MOVE SPACES                TO REL-SUG-DESC (WS-IDX-SUG)
           IF TEM-PRODUTO
              MOVE SUG-PROD (WS-IDX-SUG) TO PRO-COD
              READ PRODUTO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PRO-DESCRICAO TO REL-SUG-DESC (WS-IDX-SUG)
              END-READ
           END-IF
           .
       EDITA-SUGESTAO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       ROLA-DIA-UTIL.
      *-----------------------------------------------------------*
                  'AUSENCIA.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-AUSENCIA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'SUGEST.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-SUGEST
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
              SET SEM-PRIOR TO TRUE
           END-IF

           SET TEM-SUGEST TO TRUE
           OPEN INPUT SUGEST
           IF FSS-NAO-EXISTE
              SET SEM-SUGEST TO TRUE
           END-IF

           SET TEM-PRODUTO TO TRUE
           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              SET SEM-PRODUTO TO TRUE
           END-IF

           OPEN I-O AGENDA
           IF FSA-NAO-EXISTE
              OPEN OUTPUT AGENDA
           MOVE WS-HORA-COMPLETA (1:2) TO WS-CAB-HH
           MOVE WS-HORA-COMPLETA (3:2) TO WS-CAB-MM
           MOVE WS-HORA-COMPLETA (5:2) TO WS-CAB-SS

           COMPUTE WS-SUG-ANOMES = WS-DATA-ANO * 100 + WS-DATA-MES
           IF WS-DATA-MES = 01
              COMPUTE WS-SUG-ANOMES-ANT = (WS-DATA-ANO - 1) * 100 + 12
           ELSE
              COMPUTE WS-SUG-ANOMES-ANT = WS-SUG-ANOMES - 1
           END-IF
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.
           IF TEM-AUSENCIA
              CLOSE AUSENCIA
           END-IF
           IF TEM-SUGEST
              CLOSE SUGEST
           END-IF
           IF TEM-PRODUTO
              CLOSE PRODUTO
           END-IF

      *    Roteiro de um unico vendedor vai direto para a caixa de
      *    saida dele.
