      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG153 - Saldo de Estoque por Deposito
      * Chamadas..: PROG08 - Calculo de Distancia entre 2 pontos
      * Parametros: LK_ESTDEP - operacao, produto, deposito e
      *             quantidade; devolve o deposito resolvido, o saldo
      *             e a reserva do produto nele.
      * Observação: Unico ponto de atualizacao de ESTDEP.ARQ. Chamado
      *             junto com toda gravacao de movimento em ESTMOV.ARQ
      *             (PROG64, PROG81, PROG114, PROG123, PROG143,
      *             PROG150), que continua somando o total em
      *             PRO-SALDO, e pela reserva do pedido (PROG140 e
      *             PROG141), que continua somando PRO-RESERVADO.
      *             A operacao 'P' escolhe o deposito ativo mais
      *             proximo de um ponto (cadastro de clientes PROG01
      *             e conversao PROG155).
      *             Deposito ZEROS e' o principal (DEP-PRINCIPAL);
      *             sem DEPOSITO.ARQ, ou sem principal marcado, o
      *             principal e' o 001.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG153.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT DEPOSITO ASSIGN TO WS-ARQ-DEPOSITO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS DEP-STAT
              RECORD KEY   IS DEP-KEY.

       SELECT ESTDEP ASSIGN TO WS-ARQ-ESTDEP
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS EDP-STAT
              RECORD KEY   IS EDP-KEY.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_DEPOSITO.

       COPY FD_ESTDEP.

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-DEPOSITO    PIC X(70) VALUE SPACES.
       77 WS-ARQ-ESTDEP      PIC X(70) VALUE SPACES.

       77 DEP-STAT          PIC 9(02).
           88 FSD-OK        VALUE ZEROS.
           88 FSD-FIM-REG   VALUE 10.
           88 FSD-NAO-EXISTE VALUE 35.

       77 EDP-STAT          PIC 9(02).
           88 FSE-OK        VALUE ZEROS.
           88 FSE-NAO-EXISTE VALUE 35.

       77 WS-TEM-DEPOSITO   PIC X(01) VALUE 'N'.
           88 TEM-DEPOSITO  VALUE 'S'.
           88 SEM-DEPOSITO  VALUE 'N'.

       77 WS-REG-NOVO       PIC X(01) VALUE 'N'.
           88 REG-NOVO      VALUE 'S'.
           88 REG-EXISTE    VALUE 'N'.

       77 WS-DEP-PRINCIPAL  PIC 9(03) VALUE 1.
       77 WS-DEP-PROXIMO    PIC 9(03) VALUE ZEROS.
       77 WS-MENOR-DIST     PIC 9(05)V9(04) VALUE ZEROS.

       COPY LK_CALC_DISTANCIA.

       LINKAGE             SECTION.

       COPY LK_ESTDEP.

       PROCEDURE   DIVISION   USING    LK-ESTDEP.

       INICIO.
           SET LK-EDP-ERRO TO TRUE
           MOVE ZEROS TO LK-EDP-SALDO LK-EDP-RESERVADO
                         LK-EDP-DISTANCIA

           PERFORM MONTA-CAMINHOS

           SET SEM-DEPOSITO TO TRUE
           OPEN INPUT DEPOSITO
           IF FSD-OK
              SET TEM-DEPOSITO TO TRUE
              PERFORM ACHA-PRINCIPAL THRU ACHA-PRINCIPAL-FIM
           END-IF

           IF LK-EDP-OP-PROXIMO
              PERFORM ACHA-PROXIMO THRU ACHA-PROXIMO-FIM
              SET LK-EDP-OK TO TRUE
              PERFORM FECHA-DEPOSITO
              GOBACK
           END-IF

           IF LK-EDP-DEP = ZEROS
              MOVE WS-DEP-PRINCIPAL TO LK-EDP-DEP
           END-IF

      *    Deposito informado tem de existir no cadastro; inativo
      *    ainda movimenta (devolucao, cancelamento), so avisa.
           SET LK-EDP-OK TO TRUE
           IF TEM-DEPOSITO
              MOVE LK-EDP-DEP TO DEP-COD
              READ DEPOSITO
                   INVALID KEY
                      SET LK-EDP-NAO-CAD TO TRUE
                   NOT INVALID KEY
                      IF DEP-INATIVO
                         SET LK-EDP-INATIVO TO TRUE
                      END-IF
              END-READ
           END-IF
           PERFORM FECHA-DEPOSITO
           IF LK-EDP-NAO-CAD
              GOBACK
           END-IF

           OPEN I-O ESTDEP
           IF FSE-NAO-EXISTE
              OPEN OUTPUT ESTDEP
              CLOSE ESTDEP
              OPEN I-O ESTDEP
           END-IF
           IF NOT FSE-OK
              SET LK-EDP-ERRO TO TRUE
              GOBACK
           END-IF

           SET REG-EXISTE TO TRUE
           MOVE LK-EDP-PROD TO EDP-PROD
           MOVE LK-EDP-DEP  TO EDP-DEP
           READ ESTDEP
                INVALID KEY
                   SET REG-NOVO TO TRUE
                   MOVE ZEROS TO EDP-SALDO EDP-RESERVADO
                                 EDP-DT-ALTERACAO
           END-READ

           EVALUATE TRUE
               WHEN LK-EDP-OP-SALDO
                    ADD LK-EDP-QTDE TO EDP-SALDO
               WHEN LK-EDP-OP-RESERVA
      *             Liberacao alem do reservado trava em zero (o
      *             PROG141 reconstroi dos pedidos).
                    ADD LK-EDP-QTDE TO EDP-RESERVADO
                    IF EDP-RESERVADO < ZEROS
                       MOVE ZEROS TO EDP-RESERVADO
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           IF LK-EDP-OP-SALDO OR LK-EDP-OP-RESERVA
              ACCEPT EDP-DT-ALTERACAO FROM DATE YYYYMMDD
              IF REG-NOVO
                 WRITE ESTDEP-EDP
                       INVALID KEY
                          SET LK-EDP-ERRO TO TRUE
                 END-WRITE
              ELSE
                 REWRITE ESTDEP-EDP
                       INVALID KEY
                          SET LK-EDP-ERRO TO TRUE
                 END-REWRITE
              END-IF
           END-IF

           MOVE EDP-SALDO     TO LK-EDP-SALDO
           MOVE EDP-RESERVADO TO LK-EDP-RESERVADO
           CLOSE ESTDEP
           GOBACK
           .
       FIM-PROGRAMA.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-PRINCIPAL.
      *-------------------------------------------------------------*
      *    Primeiro deposito marcado como principal; nenhum marcado
      *    fica o 001.
           MOVE LOW-VALUES TO DEP-KEY
           START DEPOSITO KEY NOT LESS THAN DEP-KEY
                 INVALID KEY
                    GO TO ACHA-PRINCIPAL-FIM
           END-START
           .
       ACHA-PRINCIPAL-LE.
           READ DEPOSITO NEXT AT END
                GO TO ACHA-PRINCIPAL-FIM
           END-READ
           IF NOT DEP-E-PRINCIPAL
              GO TO ACHA-PRINCIPAL-LE
           END-IF
           MOVE DEP-COD TO WS-DEP-PRINCIPAL
           .
       ACHA-PRINCIPAL-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-PROXIMO.
      *-------------------------------------------------------------*
      *    Menor distancia (PROG08) entre o ponto informado e os
      *    depositos ativos com coordenada. Ponto sem coordenada ou
      *    nenhum deposito georreferenciado: o principal.
           MOVE WS-DEP-PRINCIPAL TO LK-EDP-DEP
           MOVE ZEROS            TO WS-DEP-PROXIMO WS-MENOR-DIST

           IF SEM-DEPOSITO
              GO TO ACHA-PROXIMO-FIM
           END-IF
           IF LK-EDP-LATIT = ZEROS AND LK-EDP-LONGI = ZEROS
              GO TO ACHA-PROXIMO-FIM
           END-IF

           MOVE LOW-VALUES TO DEP-KEY
           START DEPOSITO KEY NOT LESS THAN DEP-KEY
                 INVALID KEY
                    GO TO ACHA-PROXIMO-FIM
           END-START
           MOVE ZEROS TO DEP-STAT
           PERFORM MEDE-DEPOSITO THRU MEDE-DEPOSITO-SAI
              UNTIL FSD-FIM-REG

           IF WS-DEP-PROXIMO NOT = ZEROS
              MOVE WS-DEP-PROXIMO TO LK-EDP-DEP
              MOVE WS-MENOR-DIST  TO LK-EDP-DISTANCIA
           END-IF
           .
       ACHA-PROXIMO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MEDE-DEPOSITO.
      *-------------------------------------------------------------*
           READ DEPOSITO NEXT AT END
                GO TO MEDE-DEPOSITO-SAI
           END-READ

           IF NOT DEP-ATIVO
              GO TO MEDE-DEPOSITO-SAI
           END-IF
           IF DEP-LATIT = ZEROS AND DEP-LONGI = ZEROS
              GO TO MEDE-DEPOSITO-SAI
           END-IF

           MOVE LK-EDP-LATIT TO LK-LATITUDE-C
           MOVE LK-EDP-LONGI TO LK-LONGITUDE-C
           MOVE DEP-LATIT    TO LK-LATITUDE-V
           MOVE DEP-LONGI    TO LK-LONGITUDE-V
           MOVE 'K'          TO LK-UNIDADE
           CALL "PROG08" USING LK-PARAMETROS END-CALL
           IF LK-STATUS-RET NOT = '0'
              GO TO MEDE-DEPOSITO-SAI
           END-IF

           IF WS-DEP-PROXIMO = ZEROS OR LK-DISTANCIA < WS-MENOR-DIST
              MOVE DEP-COD      TO WS-DEP-PROXIMO
              MOVE LK-DISTANCIA TO WS-MENOR-DIST
           END-IF
           .
       MEDE-DEPOSITO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       FECHA-DEPOSITO.
      *-------------------------------------------------------------*
           IF TEM-DEPOSITO
              CLOSE DEPOSITO
              SET SEM-DEPOSITO TO TRUE
           END-IF
           .
       FECHA-DEPOSITO-FIM.
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
                  'DEPOSITO.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-DEPOSITO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ESTDEP.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-ESTDEP
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
