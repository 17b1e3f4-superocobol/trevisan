      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG108 - Reorganização de Arquivo Indexado
      * Chamadas..: PROG19 - Resumo de Senha de Operador
      *             PROG49 - Controle de Execucoes Concorrentes
      * Observação: Reconstroi um arquivo indexado escolhido
      *             (CLIENTES.ARQ, PEDIDOS.ARQ ou DISTRIB.ARQ) numa
      *             supervisor.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - PDT-RESTO acompanha o registro de PEDIDOS.ARQ
      *              com a condicao de pagamento (X(81)).
      *   2026 mnt - PEDTMP acompanhou o registro de PEDIDOS
      *              (PED-PEDIDO-ORIG, 109 posicoes).
      *   2026 mnt - CLT-RESTO acompanhou o registro de CLIENTES.ARQ
      *              (CLI-DEPOSITO, X(310)).
      *   2026 mnt - Senha do supervisor conferida pelo resumo
      *              com sal do PROG19 (frase-senha de ate 20
      *              posicoes).
      *   2026 mnt - PEDTMP acompanhou o registro de PEDIDOS
      *              (PED-OPER-DIGIT/APROV, 125 posicoes).
      *   2026 mnt - PEDTMP acompanhou o registro de PEDIDOS
      *              (PED-PEDIDO-CLI, 145 posicoes).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG108.
                                   PIC X(08).
           05 CLT-COD             PIC 9(07).
           05 CLT-NOME            PIC X(40).
           05 CLT-RESTO           PIC X(310).
           05 CLT-NOME-BUSCA-POS REDEFINES CLT-RESTO.
              10 FILLER           PIC X(140).
              10 CLT-NOME-BUSCA   PIC X(40).
              10 FILLER           PIC X(130).

       FD  PEDTMP.

              10 PDT-NUMERO     PIC 9(08).
           05 PDT-CODC          PIC 9(07).
           05 PDT-CODV          PIC 9(05).
           05 PDT-RESTO         PIC X(125).

       FD  DISTMP.

           88 E-NAO         VALUES ARE "N" "n".

       77 WS-COD-SUPERV     PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERV   PIC X(20) VALUE SPACES.
       77 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
           88 AUTORIZADO    VALUE 'S'.
           88 NAO-AUTORIZADO VALUE 'N'.
           05 LINE 09 COLUMN 45 VALUE "SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-SUPERV.
           05 LINE 11 COLUMN 45 VALUE "SENHA.....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-SUPERV
              NO ECHO.

       01 SS-ESCOLHA.
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
