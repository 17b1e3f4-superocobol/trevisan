      *              restauracao truncava limite de credito e o
      *              bloco de endereco do registro reciclado.
      *   2026 mnt - Programa novo.
      *   2026 mnt - WS-CLI-IMAGEM acompanhou CXC-CLIENTE para
      *              X(371) (CLI-DEPOSITO).
      *   2026 mnt - WS-VEN-IMAGEM acompanhou VXC-VENDEDOR para
      *              X(165) (VEN-VINCULO/VEN-REGIME).
      *   2026 mnt - Senha do supervisor conferida pelo resumo
      *              com sal do PROG19 (frase-senha de ate 20
      *              posicoes).
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG57.
              FILE STATUS  IS OPE-STAT
              RECORD KEY   IS OPE-KEY.

       DATA                DIVISION.
       FILE                SECTION.


       COPY FD_OPERADOR.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
       77 WS-ARQ-CLIEXC      PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENEXC      PIC X(70) VALUE SPACES.
       77 WS-ARQ-OPERADOR    PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 RESTAURA-CLI  VALUE IS "CLI" "cli".
           88 FSO-OK        VALUE ZEROS.
           88 FSO-NAO-EXISTE VALUE 35.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".
           88 NAO-AUTORIZADO VALUE "N".

       77 WS-COD-SUPERV     PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERV   PIC X(20) VALUE SPACES.
       77 WS-TENTATIVAS-LOGIN     PIC 9(02) VALUE ZEROS.
       77 WS-MAX-TENTATIVAS-LOGIN PIC 9(02) VALUE 03.

           05 IMG-CLI-CNPJ      PIC X(14).
           05 IMG-CLI-COD       PIC 9(07).
           05 IMG-CLI-NOME      PIC X(40).
           05 FILLER            PIC X(310).

       01 WS-VEN-IMAGEM.
           05 IMG-VEN-CPF       PIC 9(11).
           05 IMG-VEN-COD       PIC 9(05).
           05 IMG-VEN-NOME      PIC X(40).
           05 FILLER            PIC X(109).

       77 WS-MOS-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-MOS-HORA       PIC 9(06) VALUE ZEROS.

       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       COPY LK_PARAM.

       COPY LK_SENHA.
           05 LINE 09 COLUMN 45 VALUE "SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-SUPERV.
           05 LINE 11 COLUMN 45 VALUE "SENHA.....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-SUPERV
              NO ECHO.

       01 SS-FUNCAO.
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
           MOVE LK-IDX-ID           TO AUD-IDEXEC
           MOVE WS-HORA-COMPLETA (1:6) TO AUD-HORA
           MOVE 'PROG57'               TO AUD-PROGRAMA
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           IF LK-ACH-ERRO
              MOVE 'PROG57'                    TO LK-PRG
              MOVE 'AUDITLOG'                  TO LK-ARQ
              MOVE 'WRITE'                     TO LK-CMD
              MOVE 'GRAVA-AUDITORIA'           TO LK-PAR
              MOVE LK-ACH-STAT                 TO LK-STA
              CALL "PROG10" USING LK-FILE-STATUS END-CALL
           END-IF
           .
             INTO WS-ARQ-OPERADOR
           END-STRING

           .
       MONTA-CAMINHOS-FIM.
           EXIT.
               OPEN INPUT OPERADOR
           END-IF

           .
       ABRIR-ARQUIVO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       FECHA-ARQUIVO.
      *-----------------------------------------------------------------
           CLOSE CLIENTES VENDEDOR CLIEXC VENEXC OPERADOR
           .
       FECHA-ARQUIVO-FIM.
           EXIT.
