      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG125 - Cálculo de Encargos por Atraso
      * Chamadas..: PROG41 - Leitura dos Parametros Gerais
      *             PROG70 - Calendario de Dias Uteis
      * Parametros: LK_ENCARGO - vencimento, data do pagamento, saldo
      *             de principal, valor recebido e indicador de
      *             dispensa; devolve multa, juros, total devido e a
      *             divisao do recebido entre principal e encargos.
      * Observação: Regra unica de encargos por atraso, usada pela
      *             baixa manual (PROG78), pelo retorno bancario
      *             (PROG87) e pelos documentos de cobranca:
      *             - o vencimento e' rolado para o dia util (PROG70)
      *               e pagamento ate essa data nao tem encargo;
      *             - depois dela incidem a multa (PAR-MULTA-ATRASO,
      *               uma vez) e os juros de mora ao dia
      *               (PAR-JUROS-DIA) por dia corrido de atraso,
      *               ambos sobre o saldo de principal;
      *             - pagamento parcial abate principal e encargos na
      *               mesma proporcao do total devido; com dispensa,
      *               o recebido abate so principal e os encargos
      *               correspondentes ficam registrados como
      *               dispensados.
      *             Os parametros sao lidos uma vez por execucao.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG125.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.

       DATA            DIVISION.

       WORKING-STORAGE SECTION.

       77 WS-PARAM-LIDO     PIC X(01) VALUE 'N'.
           88 PARAM-LIDO    VALUE 'S'.

       77 WS-VENCTO-UTIL    PIC 9(08) VALUE ZEROS.
       77 WS-TOT-ENCARGOS   PIC 9(09)V99 VALUE ZEROS.

       COPY LK_PARAM.

       COPY LK_DIAUTIL.

       LINKAGE             SECTION.

       COPY LK_ENCARGO.

       PROCEDURE   DIVISION   USING    LK-ENCARGO.

       INICIO.
           MOVE '9'   TO LK-ENC-RET
           MOVE ZEROS TO LK-ENC-DIAS      LK-ENC-MULTA
                         LK-ENC-JUROS     LK-ENC-PRINCIPAL
                         LK-ENC-ENCARGOS  LK-ENC-CALCULADO
                         LK-ENC-DISPENSADO
           MOVE LK-ENC-SALDO TO LK-ENC-DEVIDO

           IF LK-ENC-DATA (5:2) < '01' OR LK-ENC-DATA (5:2) > '12'
              OR LK-ENC-DATA (7:2) < '01' OR LK-ENC-DATA (7:2) > '31'
              GOBACK
           END-IF

           IF NOT PARAM-LIDO
              CALL "PROG41" USING LK-PARAM END-CALL
              SET PARAM-LIDO TO TRUE
           END-IF

           MOVE '0' TO LK-ENC-RET

      *    Sem encargo o recebido abate so principal, ate o saldo.
           IF LK-ENC-RECEBIDO > LK-ENC-SALDO
              MOVE LK-ENC-SALDO    TO LK-ENC-PRINCIPAL
           ELSE
              MOVE LK-ENC-RECEBIDO TO LK-ENC-PRINCIPAL
           END-IF

           IF LK-ENC-SALDO = ZEROS
              OR LK-ENC-VENCTO = ZEROS
              OR LK-ENC-DATA NOT > LK-ENC-VENCTO
              GOBACK
           END-IF

           PERFORM CALCULA-ATRASO THRU CALCULA-ATRASO-FIM
           IF LK-ENC-DIAS = ZEROS
              GOBACK
           END-IF

           COMPUTE LK-ENC-MULTA ROUNDED =
                   LK-ENC-SALDO * LK-PAR-MULTA / 100
           COMPUTE LK-ENC-JUROS ROUNDED =
                   LK-ENC-SALDO * LK-PAR-JUROS-DIA / 100 * LK-ENC-DIAS
           COMPUTE WS-TOT-ENCARGOS = LK-ENC-MULTA + LK-ENC-JUROS
           COMPUTE LK-ENC-DEVIDO   = LK-ENC-SALDO + WS-TOT-ENCARGOS

           IF WS-TOT-ENCARGOS = ZEROS OR LK-ENC-RECEBIDO = ZEROS
              GOBACK
           END-IF

           PERFORM DIVIDE-RECEBIDO THRU DIVIDE-RECEBIDO-FIM

           GOBACK
           .
       FIM-PROGRAMA.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-ATRASO.
      *-------------------------------------------------------------*
      *    Vencimento em fim de semana ou feriado vale no proximo dia
      *    util; os dias de atraso correm a partir dele.
           MOVE 'P'           TO LK-DU-OPER
           MOVE LK-ENC-VENCTO TO LK-DU-DATA
           MOVE SPACES        TO LK-DU-UF
           MOVE ZEROS         TO LK-DU-DIAS
           CALL "PROG70" USING LK-DIAUTIL END-CALL
           IF LK-DU-RET = '0'
              MOVE LK-DU-DATA-UTIL TO WS-VENCTO-UTIL
           ELSE
              MOVE LK-ENC-VENCTO   TO WS-VENCTO-UTIL
           END-IF

           IF LK-ENC-DATA NOT > WS-VENCTO-UTIL
              GO TO CALCULA-ATRASO-FIM
           END-IF

           COMPUTE LK-ENC-DIAS =
                   FUNCTION INTEGER-OF-DATE (LK-ENC-DATA)
                 - FUNCTION INTEGER-OF-DATE (WS-VENCTO-UTIL)
           .
       CALCULA-ATRASO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       DIVIDE-RECEBIDO.
      *-------------------------------------------------------------*
           IF LK-ENC-DISPENSADA
      *       Dispensa: o recebido abate principal e os encargos
      *       proporcionais a esse principal ficam perdoados.
              COMPUTE LK-ENC-CALCULADO ROUNDED =
                      WS-TOT-ENCARGOS * LK-ENC-PRINCIPAL
                    / LK-ENC-SALDO
              MOVE LK-ENC-CALCULADO TO LK-ENC-DISPENSADO
              GO TO DIVIDE-RECEBIDO-FIM
           END-IF

           IF LK-ENC-RECEBIDO NOT < LK-ENC-DEVIDO
              MOVE LK-ENC-SALDO    TO LK-ENC-PRINCIPAL
              MOVE WS-TOT-ENCARGOS TO LK-ENC-ENCARGOS
           ELSE
      *       Parcial: principal e encargos na proporcao do devido.
              COMPUTE LK-ENC-PRINCIPAL ROUNDED =
                      LK-ENC-RECEBIDO * LK-ENC-SALDO / LK-ENC-DEVIDO
              COMPUTE LK-ENC-ENCARGOS =
                      LK-ENC-RECEBIDO - LK-ENC-PRINCIPAL
           END-IF
           MOVE LK-ENC-ENCARGOS TO LK-ENC-CALCULADO
           .
       DIVIDE-RECEBIDO-FIM.
           EXIT.
