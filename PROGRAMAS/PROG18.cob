      *   2026 mnt - Identificador de execucao (PROG58) carimbado
      *              nas linhas gravadas em AUDITLOG.TXT, para a
      *              consulta correlacionada do PROG59.
      *   2026 mnt - Senha digitada em campo proprio de 20 posicoes
      *              e gravada pelo resumo com sal do PROG19; na
      *              alteracao, senha em branco mantem a atual.
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          PROG18.
              FILE STATUS IS OPE-STAT
              RECORD KEY IS OPE-KEY.

       DATA                 DIVISION.

       FILE                SECTION.

       COPY FD_OPERADOR.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.

       77 WS-DIR-DADOS      PIC X(50) VALUE SPACES.
       77 WS-ARQ-OPERADOR   PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 FS-CANCELA    VALUE 99.
           88 FS-LOCK       VALUE 51.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       77 WS-COD-SUPERV     PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERV   PIC X(20) VALUE SPACES.
       77 WS-SENHA-DIG      PIC X(20) VALUE SPACES.
       77 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
           88 AUTORIZADO    VALUE 'S'.
           88 NAO-AUTORIZADO VALUE 'N'.

       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       COPY LK_SENHA.

       COPY screenio.
           05 LINE 09 COLUMN 45 VALUE "SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-SUPERV.
           05 LINE 11 COLUMN 45 VALUE "SENHA.....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-SUPERV
              NO ECHO.

       01 SS-FUNCAO.
           05 SS-ALTER.
              07 SS-SENHA FOREGROUND-COLOR 2.
                 10 LINE 12 COLUMN 13 VALUE "SENHA....:".
                 10 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-DIG
                    NO ECHO.
              07 SS-NOME FOREGROUND-COLOR 2.
                 10 LINE 14 COLUMN 13 VALUE "NOME.....:".
           PERFORM ROT-VALIDA-SUPERVISOR
              THRU ROT-VALIDA-SUPERVISOR-FIM
           IF NAO-AUTORIZADO
              CLOSE OPERADOR
              GOBACK
           END-IF

                END-EVALUATE
           END-PERFORM

           CLOSE OPERADOR
           GOBACK
           .

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
           MOVE "INCLUSAO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           DISPLAY SS-TELA-REGISTRO
           MOVE SPACES TO OPERADOR-OPE WS-SENHA-DIG
           MOVE 'A'    TO OPE-SITUACAO
           MOVE 'C'    TO OPE-PERFIL
           SET E-NAO TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF

           IF WS-SENHA-DIG = SPACES
              MOVE "FAVOR INFORMAR SENHA" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF

           IF E-NAO
      *       A senha digitada e' gravada como resumo com sal e ja
      *       marcada para troca obrigatoria no primeiro login do
      *       novo operador.
              SET LK-SEN-GERA     TO TRUE
              MOVE WS-SENHA-DIG   TO LK-SEN-ENTRADA
              CALL "PROG19" USING LK-SENHA END-CALL
              MOVE LK-SEN-LEGADA  TO OPE-SENHA
              MOVE LK-SEN-FORTE   TO OPE-SENHA-FORTE
              MOVE ZEROS          TO OPE-DT-TROCA-SENHA
              MOVE ZEROS          TO OPE-FALHAS-LOGIN
              MOVE 'S'            TO OPE-TROCA-PENDENTE
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           .
       ALTERA-LOOP.
           MOVE SPACES TO OPERADOR-OPE WS-SENHA-DIG.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM
           IF FS-CANCELA

           PERFORM VALIDA-CAMPOS

           IF E-SIM
              GO TO ALTERA-GRAVA-FIM
           END-IF

      *    Senha em branco mantem a atual do operador.
           IF WS-SENHA-DIG NOT = SPACES
      *       Reset de senha pelo supervisor: grava o resumo da nova
      *       senha, zera as falhas acumuladas e obriga a troca no
      *       proximo login do operador.
              SET LK-SEN-GERA     TO TRUE
              MOVE WS-SENHA-DIG   TO LK-SEN-ENTRADA
              CALL "PROG19" USING LK-SENHA END-CALL
              MOVE LK-SEN-LEGADA  TO OPE-SENHA
              MOVE LK-SEN-FORTE   TO OPE-SENHA-FORTE
              MOVE ZEROS          TO OPE-FALHAS-LOGIN
              MOVE 'S'            TO OPE-TROCA-PENDENTE
           END-IF
      *-----------------------------------------------------------------
           PERFORM MONTA-CABEC-AUDITORIA

           IF WS-SENHA-DIG NOT = SPACES
              MOVE 'SENHA'           TO AUD-CAMPO
              MOVE '********'        TO AUD-ANTES
              MOVE '********'        TO AUD-DEPOIS
      *-----------------------------------------------------------------
       GRAVA-LINHA-AUDITORIA.
      *-----------------------------------------------------------------
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           IF LK-ACH-ERRO
              MOVE 'PROG18'                    TO LK-PRG
              MOVE 'AUDITLOG'                  TO LK-ARQ
              MOVE 'WRITE'                     TO LK-CMD
              MOVE 'GRAVA-LINHA-AUDITORIA'     TO LK-PAR
              MOVE LK-ACH-STAT                 TO LK-STA
              CALL "PROG10" USING LK-FILE-STATUS END-CALL
           END-IF
           .
             INTO WS-ARQ-OPERADOR
           END-STRING

           .
       MONTA-CAMINHOS-FIM.
           EXIT.
               OPEN I-O OPERADOR
           END-IF

           .
       ABRIR-ARQUIVO-FIM.
           EXIT.
