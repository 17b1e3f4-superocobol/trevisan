      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG62 - Manutenção de Metas Mensais por Vendedor
      * Chamadas..: PROG19 - Resumo de Senha de Operador
      * Observação: Inclusao/alteracao/exclusao das metas mensais de
      *             faturamento (META.ARQ, chave vendedor + AAAAMM),
      *             no estilo INC/ALT/EXC do PROG22. Acesso restrito
      *             PROG42. Na gravacao valida que o vendedor existe
      *             e esta ativo e que a competencia AAAAMM e'
      *             plausivel. O atingimento e' apurado pelo PROG63.
      *             Opcao PRO: revisao da proposta de meta gerada
      *             pela previsao de vendas (PROG175, METAPROP.ARQ),
      *             com ajuste do valor e aceite, que grava a meta.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Opcao PRO: revisao, ajuste e aceite da
      *              proposta de meta do PROG175 (METAPROP).
      *   2026 mnt - Senha do supervisor conferida pelo resumo
      *              com sal do PROG19 (frase-senha de ate 20
      *              posicoes).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG62.
              FILE STATUS          IS MET-STAT
              RECORD KEY           IS MET-KEY.

       SELECT METAPROP ASSIGN TO WS-ARQ-METAPROP
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS MPR-STAT
              RECORD KEY           IS MPR-KEY.

       SELECT VENDEDOR ASSIGN TO WS-ARQ-VENDEDOR
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM

       COPY FD_META.

       COPY FD_METAPROP.

       COPY FD_VENDEDOR.

       COPY FD_OPERADOR.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-META        PIC X(70) VALUE SPACES.
       77 WS-ARQ-METAPROP    PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-OPERADOR    PIC X(70) VALUE SPACES.

           88 INCLUIR       VALUE IS "INC" "inc".
           88 ALTERAR       VALUE IS "ALT" "alt".
           88 EXCLUIR       VALUE IS "EXC" "exc".
           88 PROPOSTA      VALUE IS "PRO" "pro".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 MET-STAT          PIC 9(02).
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-CANCELA    VALUE 99.

       77 MPR-STAT          PIC 9(02).
           88 FSMP-OK       VALUE ZEROS.
           88 FSMP-NAO-EXISTE VALUE 35.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-NAO-EXISTE VALUE 35.
           88 E-NAO         VALUES ARE "N" "n".

       77 WS-COD-SUPERV     PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERV   PIC X(20) VALUE SPACES.
       77 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
           88 AUTORIZADO    VALUE 'S'.
           88 NAO-AUTORIZADO VALUE 'N'.
       77 WS-MES-META       PIC 9(02) VALUE ZEROS.
       77 WS-ANO-META       PIC 9(04) VALUE ZEROS.

      *    Revisao da proposta de meta gerada pelo PROG175.
       77 WS-PRO-META-ATUAL PIC 9(11)V99 VALUE ZEROS.
       77 WS-PRO-TEM-META   PIC X(01) VALUE 'N'.
           88 PRO-TEM-META  VALUE 'S'.
       77 WS-PRO-SIT        PIC X(30) VALUE SPACES.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
           05 LINE 09 COLUMN 45 VALUE "SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-SUPERV.
           05 LINE 11 COLUMN 45 VALUE "SENHA.....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-SUPERV
              NO ECHO.

       01 SS-FUNCAO.
           05 SS-OPCAO.
               10 LINE 08 COLUMN 12 VALUE
                  "ESCOLHA OPCAO INC/ALT/EXC/PRO/FIM :".
               10 LINE 08 COL PLUS 1 USING WS-OPCAO.

       01 SS-TELA-REGISTRO.
                 10 COLUMN PLUS 2 PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                    USING MET-VALOR.

       01 SS-TELA-PROPOSTA.
           05 SS-PRO-DADOS FOREGROUND-COLOR 2.
               10 LINE 14 COLUMN 12 VALUE "PREVISAO.......:".
               10 COLUMN PLUS 2 PIC ZZ.ZZZ.ZZZ.ZZ9,99
                  FROM MPR-VLR-PREVISTO.
               10 LINE 15 COLUMN 12 VALUE "REAL ANO ANTER.:".
               10 COLUMN PLUS 2 PIC ZZ.ZZZ.ZZZ.ZZ9,99
                  FROM MPR-VLR-ANO-ANT.
               10 LINE 16 COLUMN 12 VALUE "META ATUAL.....:".
               10 COLUMN PLUS 2 PIC ZZ.ZZZ.ZZZ.ZZ9,99
                  FROM WS-PRO-META-ATUAL.
               10 LINE 17 COLUMN 12 VALUE "SAZONAL/TEND...:".
               10 COLUMN PLUS 2 PIC 9,9999 FROM MPR-IND-SAZONAL.
               10 COLUMN PLUS 2 PIC 9,9999 FROM MPR-IND-TENDENCIA.
               10 LINE 18 COLUMN 12 VALUE "SITUACAO.......:".
               10 COLUMN PLUS 2 PIC X(30) FROM WS-PRO-SIT.
           05 SS-PRO-VALOR FOREGROUND-COLOR 2.
               10 LINE 20 COLUMN 12 VALUE "PROPOSTA R$....:".
               10 COLUMN PLUS 2 PIC ZZ.ZZZ.ZZZ.ZZ9,99
                  USING MPR-VLR-PROPOSTO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 6 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
                       PERFORM ALTERA THRU ALTERA-FIM
                   WHEN EXCLUIR
                       PERFORM EXCLUI THRU EXCLUI-FIM
                   WHEN PROPOSTA
                       PERFORM PROPOE THRU PROPOE-FIM
                   WHEN FINALIZAR
                       MOVE "FIM PROCESSAMENTO" TO WS-MENSAG
                       DISPLAY SS-CABECALHO
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
       EXCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       PROPOE.
      *-----------------------------------------------------------------
      *    Revisao da proposta do PROG175 (METAPROP.ARQ): mostra a
      *    previsao ao lado do realizado no ano anterior e da meta
      *    atual, deixa ajustar o valor proposto e, aceita, grava a
      *    meta em META.ARQ com as mesmas validacoes da inclusao.
           MOVE "PROPOSTA DE META" TO WS-MENSAG.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
       PROPOE-LOOP.
           MOVE ZEROS TO META-MET.
           DISPLAY SS-CLS.
           DISPLAY SS-CHAVE.
           PERFORM LE-PROPOSTA THRU LE-PROPOSTA-FIM.
           IF FS-CANCELA
               GO TO PROPOE-FIM
           END-IF
           IF NOT FSMP-OK
               GO PROPOE-LOOP
           END-IF
           DISPLAY SS-TELA-PROPOSTA
           ACCEPT SS-PRO-VALOR
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO PROPOE-LOOP
           END-IF
           PERFORM PROPOE-GRAVA THRU PROPOE-GRAVA-FIM.
           GO PROPOE-LOOP.
       PROPOE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       LE-PROPOSTA.
      *-----------------------------------------------------------------
           ACCEPT SS-CHAVE
           IF COB-CRT-STATUS = COB-SCR-ESC
              MOVE 99 TO MET-STAT
              GO TO LE-PROPOSTA-FIM
           END-IF

           MOVE MET-CODV   TO MPR-CODV
           MOVE MET-ANOMES TO MPR-ANOMES
           READ METAPROP
                INVALID KEY
                   MOVE "PROPOSTA NAO ENCONTRADA - RODAR O PROG175"
                        TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO LE-PROPOSTA-FIM
           END-READ

           MOVE ZEROS TO WS-PRO-META-ATUAL
           MOVE 'N'   TO WS-PRO-TEM-META
           READ META
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE MET-VALOR TO WS-PRO-META-ATUAL
                   SET PRO-TEM-META TO TRUE
           END-READ

           IF MPR-ACEITA
              MOVE "ACEITA - META JA GRAVADA" TO WS-PRO-SIT
           ELSE
              MOVE "PROPOSTA AGUARDANDO REVISAO" TO WS-PRO-SIT
           END-IF
           .
       LE-PROPOSTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       PROPOE-GRAVA.
      *-----------------------------------------------------------------
      *    Sem aceite, so guarda o valor ajustado na proposta.
           MOVE "N" TO WS-ERRO
           MOVE "ACEITA A PROPOSTA COMO META DO MES (S/N)?"
                TO WS-MSGERRO
           ACCEPT SS-ERRO
           IF NOT E-SIM
              REWRITE METAPROP-MPR
                  INVALID KEY
                     MOVE 'PROPOE'                        TO LK-PAR
                     MOVE 'REWRITE'                       TO LK-CMD
                     PERFORM ERRO-FILE-STATUS-PROP
              END-REWRITE
              GO TO PROPOE-GRAVA-FIM
           END-IF

           MOVE MPR-CODV         TO MET-CODV
           MOVE MPR-ANOMES       TO MET-ANOMES
           MOVE MPR-VLR-PROPOSTO TO MET-VALOR
           SET E-NAO TO TRUE
           PERFORM VALIDA-META
           IF E-SIM
              GO TO PROPOE-GRAVA-FIM
           END-IF

           PERFORM CARIMBA-META
           IF PRO-TEM-META
              REWRITE META-MET
                  INVALID KEY
                     MOVE 'PROPOE'                        TO LK-PAR
                     MOVE 'REWRITE'                       TO LK-CMD
                     PERFORM ERRO-FILE-STATUS
                     GO TO PROPOE-GRAVA-FIM
              END-REWRITE
           ELSE
              WRITE META-MET
                  INVALID KEY
                     MOVE 'PROPOE'                        TO LK-PAR
                     MOVE 'WRITE'                         TO LK-CMD
                     PERFORM ERRO-FILE-STATUS
                     GO TO PROPOE-GRAVA-FIM
              END-WRITE
           END-IF

           SET MPR-ACEITA TO TRUE
           ACCEPT MPR-DT-ACEITE FROM DATE YYYYMMDD
           MOVE WS-COD-SUPERV TO MPR-OPERADOR
           REWRITE METAPROP-MPR
               INVALID KEY
                  MOVE 'PROPOE'                           TO LK-PAR
                  MOVE 'REWRITE'                          TO LK-CMD
                  PERFORM ERRO-FILE-STATUS-PROP
           END-REWRITE
           .
       PROPOE-GRAVA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       LE-META.
      *-----------------------------------------------------------------
             INTO WS-ARQ-META
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'METAPROP.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-METAPROP
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'VENDEDOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-VENDEDOR
               OPEN I-O META
           END-IF

           OPEN I-O METAPROP
           IF FSMP-NAO-EXISTE THEN
               OPEN OUTPUT METAPROP
               CLOSE METAPROP
               OPEN I-O METAPROP
           END-IF

           OPEN INPUT VENDEDOR
           IF FSV-NAO-EXISTE THEN
              MOVE "ARQUIVO VENDEDOR NAO ENCONTRADO" TO WS-MSGERRO
       FIM-ERRO.
           EXIT.

      *-----------------------------------------------------------------
       ERRO-FILE-STATUS-PROP.
      *-----------------------------------------------------------------
           MOVE 'PROG62'                    TO LK-PRG
           MOVE 'METAPROP'                  TO LK-ARQ
           MOVE MPR-STAT                    TO LK-STA
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       ERRO-FILE-STATUS-PROP-FIM.
           EXIT.

      *-----------------------------------------------------------------
       FINALIZA.
      *-----------------------------------------------------------------
           CLOSE META METAPROP VENDEDOR OPERADOR
           GOBACK.
