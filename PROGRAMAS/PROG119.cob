      * Chamadas..: PROG35  - Spool e Catalogo de Relatorios
      *             PROG58  - Identificador de Execucao
      *             PROG102 - Agregados de Pedidos (PEDSUM.ARQ)
      *             PROG171 - Verba de Desconto do Vendedor
      *             PROG190 - Encadeamento da Trilha de Auditoria
      * Parametros: Dias para destaque de pedido velho e dias para o
      *             cancelamento automatico (ZEROS = so relatorio);
      *             pela tela ou pela linha de comando no formato
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Cancelamento libera a reserva de estoque dos
      *              itens (PROG140).
      *   2026 mnt - Cancelamento automatico estorna a verba de
      *              desconto do vendedor (PROG171).
      *   2026 mnt - Senha do supervisor conferida pelo resumo
      *              com sal do PROG19 (frase-senha de ate 20
      *              posicoes).
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG119.
              FILE STATUS IS OPE-STAT
              RECORD KEY IS OPE-KEY.

       SELECT RELVELHO ASSIGN TO WS-ARQ-RELVELHO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       COPY FD_OPERADOR.

       FD RELVELHO.

       01 RELVELHO-REL.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-MOTCANC     PIC X(70) VALUE SPACES.
       77 WS-ARQ-OPERADOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELVELHO    PIC X(90) VALUE SPACES.

       77 PED-STAT          PIC 9(02).
           88 FSO-OK        VALUE ZEROS.
           88 FSO-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

           88 E-NAO         VALUES ARE "N" "n".

       77 WS-COD-SUPERV     PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERV   PIC X(20) VALUE SPACES.
       77 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
           88 AUTORIZADO    VALUE 'S'.
           88 NAO-AUTORIZADO VALUE 'N'.

       COPY LK_PEDSUM.

       COPY LK_RESERVA.

       COPY LK_FLEX.

       COPY LK_SENHA.

       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       COPY LK_SPOOL.

       77 WS-NUML           PIC 999.
           05 LINE 13 COLUMN 45 VALUE "SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-SUPERV.
           05 LINE 15 COLUMN 45 VALUE "SENHA.....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-SUPERV
              NO ECHO.

       01 SS-ERRO.
           MOVE PED-SITUACAO   TO LK-PSM-SIT
           CALL "PROG102" USING LK-PEDSUM END-CALL

      *    Cancelado libera a reserva de estoque dos itens.
           MOVE PED-NUMERO TO LK-RES-PEDIDO
           CALL "PROG140" USING LK-RESERVA END-CALL

      *    Cancelado devolve a verba de desconto do vendedor.
           MOVE 'E'        TO LK-FLX-OPER
           MOVE PED-CODV   TO LK-FLX-CODV
           MOVE PED-DATA   TO LK-FLX-DATA
           MOVE PED-NUMERO TO LK-FLX-PEDIDO
           MOVE ZEROS      TO LK-FLX-VALOR
           CALL "PROG171" USING LK-FLEX END-CALL

           ADD 1 TO WS-QTD-CANCELADOS

           PERFORM AUDITA-CANCELAMENTO
           MOVE 'SITUACAO'          TO AUD-CAMPO
           MOVE 'A'                 TO AUD-ANTES
           MOVE 'C'                 TO AUD-DEPOIS
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL

           MOVE 'MOT-CANC'          TO AUD-CAMPO
           MOVE SPACES              TO AUD-ANTES
           MOVE WS-MOTIVO-VELHO     TO AUD-DEPOIS
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           .
       AUDITA-CANCELAMENTO-FIM.
           EXIT.
              GO TO ROT-VALIDA-SUPERVISOR-TESTA
           END-IF

           SET LK-SEN-CONFERE   TO TRUE
           MOVE WS-SENHA-SUPERV TO LK-SEN-ENTRADA
           MOVE OPE-SENHA       TO LK-SEN-LEGADA
           MOVE OPE-SENHA-FORTE TO LK-SEN-FORTE
           CALL "PROG19" USING LK-SENHA END-CALL

           IF NOT LK-SEN-OK
              MOVE "SENHA INVALIDA"        TO WS-MSGERRO
              PERFORM ROT-SUPERV-FALHOU
              GO TO ROT-VALIDA-SUPERVISOR-TESTA
             INTO WS-ARQ-OPERADOR
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
              PERFORM FINALIZA
           END-IF

           OPEN OUTPUT RELVELHO
           WRITE RELVELHO-REL FROM LINHA-CAB0
           MOVE WS-DIAS-ALERTA  TO CAB-ALERTA
      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE PEDIDOS MOTCANC OPERADOR RELVELHO

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG119'      TO LK-SPL-PROGRAMA
