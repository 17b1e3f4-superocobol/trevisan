      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG179 - Manutenção das Tabelas de Retenção
      * Chamadas..: PROG19 - Resumo de Senha de Operador
      * Observação: Inclusao/alteracao/exclusao das faixas de
      *             retencao na fonte sobre comissao (RETFONTE.ARQ,
      *             chave tributo + vinculo + regime + vigencia +
      *             faixa), no estilo INC/ALT/EXC do PROG176 e com o
      *             mesmo acesso restrito a supervisor. Mudar a
      *             tabela e' incluir as faixas de uma vigencia nova;
      *             as antigas ficam para o reprocessamento de mes
      *             passado pelo PROG67 (calculo no PROG180).
      *             Na gravacao valida: tributo IRRF/ISS/INSS,
      *             vinculo E/I, regime F/S/P, data AAAAMMDD
      *             plausivel e faixas em sequencia, com o limite
      *             crescente e so a ultima sem limite.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Senha do supervisor conferida pelo resumo
      *              com sal do PROG19 (frase-senha de ate 20
      *              posicoes).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG179.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT RETFONTE ASSIGN TO WS-ARQ-RETFONTE
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS RTF-STAT
              RECORD KEY           IS RTF-KEY.

       SELECT OPERADOR ASSIGN TO WS-ARQ-OPERADOR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS OPE-STAT
              RECORD KEY IS OPE-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_RETFONTE.

       COPY FD_OPERADOR.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - RETENCAO FONTE".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-RETFONTE    PIC X(70) VALUE SPACES.
       77 WS-ARQ-OPERADOR    PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 ALTERAR       VALUE IS "ALT" "alt".
           88 EXCLUIR       VALUE IS "EXC" "exc".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 RTF-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-FIM-REG    VALUE 10.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-CANCELA    VALUE 99.

       77 OPE-STAT          PIC 9(02).
           88 FSO-OK        VALUE ZEROS.
           88 FSO-NAO-EXISTE VALUE 35.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       77 WS-COD-SUPERV     PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERV   PIC X(20) VALUE SPACES.
       77 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
           88 AUTORIZADO    VALUE 'S'.
           88 NAO-AUTORIZADO VALUE 'N'.
       77 WS-TENTATIVAS-LOGIN     PIC 9(02) VALUE ZEROS.
       77 WS-MAX-TENTATIVAS-LOGIN PIC 9(02) VALUE 03.

       77 WS-ANO-VIG        PIC 9(04) VALUE ZEROS.
       77 WS-MES-VIG        PIC 9(02) VALUE ZEROS.
       77 WS-DIA-VIG        PIC 9(02) VALUE ZEROS.

      *    Conferencia da faixa anterior da mesma vigencia. O
      *    registro em digitacao fica guardado enquanto se le o
      *    RETFONTE.ARQ.
       77 WS-ANT-ACHOU      PIC X(01) VALUE 'N'.
       77 WS-ANT-LIMITE     PIC 9(11)V99 VALUE ZEROS.
       01 WS-RTF-SALVA      PIC X(80) VALUE SPACES.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.

       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       COPY LK_FILE_STATUS.

       COPY LK_IDEXEC.

       COPY LK_SENHA.

       COPY screenio.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(80) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-SUPERVISOR FOREGROUND-COLOR 6.
           05 LINE 09 COLUMN 45 VALUE "SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-SUPERV.
           05 LINE 11 COLUMN 45 VALUE "SENHA.....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-SUPERV
              NO ECHO.

       01 SS-FUNCAO.
           05 SS-OPCAO.
               10 LINE 08 COLUMN 12 VALUE
                  "ESCOLHA OPCAO INC/ALT/EXC/FIM :".
               10 LINE 08 COL PLUS 1 USING WS-OPCAO.

       01 SS-TELA-REGISTRO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 12 VALUE "TRIBUTO.........:".
               10 COLUMN PLUS 2 PIC X(04) USING RTF-TRIBUTO.
               10 COLUMN PLUS 2 VALUE "IRRF, ISS OU INSS".
               10 LINE 11 COLUMN 12 VALUE "VINCULO (E/I)...:".
               10 COLUMN PLUS 2 PIC X(01) USING RTF-VINCULO.
               10 COLUMN PLUS 2 VALUE
                  "E=EMPREGADO I=INDEPENDENTE".
               10 LINE 12 COLUMN 12 VALUE "REGIME (F/S/P)..:".
               10 COLUMN PLUS 2 PIC X(01) USING RTF-REGIME.
               10 COLUMN PLUS 2 VALUE
                  "F=P.FISICA S=SIMPLES P=PRESUMIDO/REAL".
               10 LINE 13 COLUMN 12 VALUE "VIGENTE DESDE...:".
               10 COLUMN PLUS 2 PIC 9(08) USING RTF-DT-VIGENCIA
                  BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE "(AAAAMMDD)".
               10 LINE 14 COLUMN 12 VALUE "FAIXA...........:".
               10 COLUMN PLUS 2 PIC 9(02) USING RTF-FAIXA
                  BLANK WHEN ZEROS.
           05 SS-ALTER.
              07 SS-DADOS FOREGROUND-COLOR 2.
                 10 LINE 16 COLUMN 12 VALUE "BASE ATE........:".
                 10 COLUMN PLUS 2 PIC ZZ.ZZZ.ZZZ.ZZ9,99
                    USING RTF-LIMITE.
                 10 COLUMN PLUS 2 VALUE "(ZERO = SEM LIMITE)".
                 10 LINE 17 COLUMN 12 VALUE "ALIQUOTA %......:".
                 10 COLUMN PLUS 2 PIC Z9,99 USING RTF-ALIQUOTA.
                 10 LINE 18 COLUMN 12 VALUE "DEDUCAO.........:".
                 10 COLUMN PLUS 2 PIC ZZZ.ZZZ.ZZ9,99
                    USING RTF-DEDUCAO.
                 10 LINE 19 COLUMN 12 VALUE "TETO DO IMPOSTO.:".
                 10 COLUMN PLUS 2 PIC ZZZ.ZZZ.ZZ9,99
                    USING RTF-TETO.
                 10 COLUMN PLUS 2 VALUE "(ZERO = SEM TETO)".
                 10 LINE 20 COLUMN 12 VALUE "MINIMO RETIDO...:".
                 10 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99
                    USING RTF-MINIMO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 6 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT  WS-NUML FROM LINES
           ACCEPT  WS-NUMC FROM COLUMNS
           PERFORM MONTA-CAMINHOS
           MOVE 'PROG179' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE
           PERFORM ABRIR-ARQUIVO
           DISPLAY SS-CLS

           PERFORM ROT-VALIDA-SUPERVISOR
              THRU ROT-VALIDA-SUPERVISOR-FIM
           IF NAO-AUTORIZADO
              PERFORM FINALIZA
           END-IF

           DISPLAY SS-CLS
           PERFORM UNTIL FINALIZAR
               MOVE "ESCOLHA A OPCAO" TO WS-MENSAG
               DISPLAY                   SS-CLS
               MOVE SPACES            TO WS-OPCAO
               DISPLAY                   SS-TELA-REGISTRO
               ACCEPT                    SS-FUNCAO

               EVALUATE TRUE
                   WHEN INCLUIR
                       PERFORM INCLUI THRU INCLUI-FIM
                   WHEN ALTERAR
                       PERFORM ALTERA THRU ALTERA-FIM
                   WHEN EXCLUIR
                       PERFORM EXCLUI THRU EXCLUI-FIM
                   WHEN FINALIZAR
                       MOVE "FIM PROCESSAMENTO" TO WS-MENSAG
                       DISPLAY SS-CABECALHO
                       ACCEPT  SS-ERRO
                       MOVE SPACES              TO WS-MENSAG
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA"    TO WS-MENSAG
                       DISPLAY SS-CABECALHO
                       ACCEPT  SS-ERRO
                       MOVE SPACES              TO WS-MENSAG
                END-EVALUATE
           END-PERFORM

           PERFORM FINALIZA
           .
       FIM-PROCESSO.
           EXIT.

      *-----------------------------------------------------------------
       ROT-VALIDA-SUPERVISOR.
      *-----------------------------------------------------------------
      *    Mesma regra do PROG42: so operador com perfil 'S' mexe
      *    nas tabelas de retencao.
           SET NAO-AUTORIZADO TO TRUE
           MOVE SPACES TO WS-COD-SUPERV WS-SENHA-SUPERV
           DISPLAY SS-CLS
           DISPLAY SS-SUPERVISOR
           ACCEPT  SS-SUPERVISOR

           MOVE WS-COD-SUPERV TO OPE-COD
           READ OPERADOR
                INVALID KEY
                   MOVE "OPERADOR NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM ROT-SUPERV-FALHOU
                   GO TO ROT-VALIDA-SUPERVISOR-TESTA
           END-READ

           IF OPE-INATIVO
              MOVE "OPERADOR INATIVO"      TO WS-MSGERRO
              PERFORM ROT-SUPERV-FALHOU
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
           END-IF

           IF NOT OPE-SUPERVISOR
              MOVE "ACESSO RESTRITO A SUPERVISOR" TO WS-MSGERRO
              PERFORM ROT-SUPERV-FALHOU
              GO TO ROT-VALIDA-SUPERVISOR-TESTA
           END-IF

           SET AUTORIZADO TO TRUE
           .
       ROT-VALIDA-SUPERVISOR-TESTA.
           IF NAO-AUTORIZADO
              AND WS-TENTATIVAS-LOGIN < WS-MAX-TENTATIVAS-LOGIN
              GO TO ROT-VALIDA-SUPERVISOR
           END-IF
           .
       ROT-VALIDA-SUPERVISOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-SUPERV-FALHOU.
      *-----------------------------------------------------------------
           ADD 1 TO WS-TENTATIVAS-LOGIN
           PERFORM MOSTRA-ERRO
           .
       ROT-SUPERV-FALHOU-FIM.
           EXIT.

      *-----------------------------------------------------------------
       INCLUI.
      *-----------------------------------------------------------------
           MOVE "INCLUSAO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           MOVE SPACES TO RTF-TRIBUTO RTF-VINCULO RTF-REGIME
                          RTF-OPERADOR
           MOVE ZEROS  TO RTF-DT-VIGENCIA RTF-FAIXA RTF-LIMITE
                          RTF-ALIQUOTA RTF-DEDUCAO RTF-TETO
                          RTF-MINIMO RTF-DT-ALTERACAO
           DISPLAY SS-TELA-REGISTRO
           SET E-NAO TO TRUE
           .
       DIG-DADOS.
           ACCEPT SS-TELA-REGISTRO  END-ACCEPT
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO INCLUI-FIM
           END-IF

           PERFORM VALIDA-RETFONTE THRU VALIDA-RETFONTE-FIM

           IF E-NAO
              PERFORM CARIMBA-RETFONTE
              WRITE RETFONTE-RTF
                    INVALID KEY
                      MOVE 'INCLUI'                          TO LK-PAR
                      MOVE 'WRITE'                           TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
                      SET E-SIM TO TRUE
              END-WRITE
           END-IF
           .

       INCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-RETFONTE.
      *-----------------------------------------------------------------
      *    Validacoes comuns de inclusao e alteracao. Um erro por vez:
      *    a primeira regra que falha volta para a digitacao.
           SET E-NAO TO TRUE
           INSPECT RTF-TRIBUTO CONVERTING 'firns'  TO 'FIRNS'
           INSPECT RTF-VINCULO CONVERTING 'ei'     TO 'EI'
           INSPECT RTF-REGIME  CONVERTING 'fsp'    TO 'FSP'

           IF NOT RTF-IRRF AND NOT RTF-ISS AND NOT RTF-INSS
              MOVE "TRIBUTO DEVE SER IRRF, ISS OU INSS" TO WS-MSGERRO
              GO TO VALIDA-RETFONTE-ERRO
           END-IF

           IF RTF-VINCULO NOT = 'E' AND RTF-VINCULO NOT = 'I'
              MOVE "VINCULO DEVE SER E OU I" TO WS-MSGERRO
              GO TO VALIDA-RETFONTE-ERRO
           END-IF

           IF RTF-REGIME NOT = 'F' AND RTF-REGIME NOT = 'S'
              AND RTF-REGIME NOT = 'P'
              MOVE "REGIME DEVE SER F, S OU P" TO WS-MSGERRO
              GO TO VALIDA-RETFONTE-ERRO
           END-IF

           MOVE RTF-DT-VIGENCIA (1:4) TO WS-ANO-VIG
           MOVE RTF-DT-VIGENCIA (5:2) TO WS-MES-VIG
           MOVE RTF-DT-VIGENCIA (7:2) TO WS-DIA-VIG
           IF WS-ANO-VIG < 2000 OR WS-ANO-VIG > 2099
              OR WS-MES-VIG < 01 OR WS-MES-VIG > 12
              OR WS-DIA-VIG < 01 OR WS-DIA-VIG > 31
              MOVE "VIGENCIA DEVE SER AAAAMMDD VALIDA" TO WS-MSGERRO
              GO TO VALIDA-RETFONTE-ERRO
           END-IF

           IF RTF-FAIXA = ZEROS
              MOVE "FAIXA DEVE COMECAR EM 01" TO WS-MSGERRO
              GO TO VALIDA-RETFONTE-ERRO
           END-IF

           IF RTF-FAIXA = 01
              GO TO VALIDA-RETFONTE-FIM
           END-IF

           PERFORM CONFERE-FAIXA-ANTERIOR
              THRU CONFERE-FAIXA-ANTERIOR-FIM
           IF WS-ANT-ACHOU NOT = 'S'
              MOVE "FALTA A FAIXA ANTERIOR NESTA VIGENCIA"
                TO WS-MSGERRO
              GO TO VALIDA-RETFONTE-ERRO
           END-IF

           IF WS-ANT-LIMITE = ZEROS
              MOVE "FAIXA ANTERIOR JA E' SEM LIMITE" TO WS-MSGERRO
              GO TO VALIDA-RETFONTE-ERRO
           END-IF

           IF RTF-LIMITE NOT = ZEROS AND RTF-LIMITE NOT > WS-ANT-LIMITE
              MOVE "LIMITE DEVE SER MAIOR QUE O DA FAIXA ANTERIOR"
                TO WS-MSGERRO
              GO TO VALIDA-RETFONTE-ERRO
           END-IF

           GO TO VALIDA-RETFONTE-FIM
           .
       VALIDA-RETFONTE-ERRO.
           SET E-SIM TO TRUE
           PERFORM MOSTRA-ERRO
           .
       VALIDA-RETFONTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONFERE-FAIXA-ANTERIOR.
      *-----------------------------------------------------------------
      *    Limite da faixa imediatamente anterior da mesma vigencia.
           MOVE RETFONTE-RTF TO WS-RTF-SALVA
           MOVE 'N'          TO WS-ANT-ACHOU
           MOVE ZEROS        TO WS-ANT-LIMITE
           SUBTRACT 1 FROM RTF-FAIXA
           READ RETFONTE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'S'        TO WS-ANT-ACHOU
                   MOVE RTF-LIMITE TO WS-ANT-LIMITE
           END-READ
           MOVE WS-RTF-SALVA TO RETFONTE-RTF
           MOVE ZEROS        TO RTF-STAT
           .
       CONFERE-FAIXA-ANTERIOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CARIMBA-RETFONTE.
      *-----------------------------------------------------------------
           ACCEPT RTF-DT-ALTERACAO FROM DATE YYYYMMDD
           MOVE WS-COD-SUPERV TO RTF-OPERADOR
           .
       CARIMBA-RETFONTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ALTERA.
      *-----------------------------------------------------------------
           MOVE "ALTERACAO" TO WS-MENSAG.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
       ALTERA-LOOP.
           MOVE SPACES TO RTF-TRIBUTO RTF-VINCULO RTF-REGIME.
           MOVE ZEROS  TO RTF-DT-VIGENCIA RTF-FAIXA.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-RETFONTE THRU LE-RETFONTE-FIM.
           IF FS-CANCELA
               GO TO ALTERA-FIM
           END-IF
           IF FS-OK
               DISPLAY SS-TELA-REGISTRO
               ACCEPT SS-ALTER
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO ALTERA-LOOP
               END-IF
           ELSE
               GO ALTERA-LOOP
            END-IF
            PERFORM ALTERA-GRAVA THRU ALTERA-GRAVA-FIM.
            GO ALTERA-LOOP.
       ALTERA-FIM.
            EXIT.

      *-----------------------------------------------------------------
       ALTERA-GRAVA.
      *-----------------------------------------------------------------
           PERFORM VALIDA-RETFONTE THRU VALIDA-RETFONTE-FIM

           IF E-SIM
              GO TO ALTERA-GRAVA-FIM
           END-IF

           PERFORM CARIMBA-RETFONTE
           REWRITE RETFONTE-RTF
               INVALID KEY
                     MOVE 'ALTERA'                        TO LK-PAR
                     MOVE 'REWRITE'                       TO LK-CMD
                     PERFORM ERRO-FILE-STATUS
                     SET E-SIM TO TRUE
           END-REWRITE
           .
       ALTERA-GRAVA-FIM.
            EXIT.

      *-----------------------------------------------------------------
       EXCLUI.
      *-----------------------------------------------------------------
           MOVE "EXCLUSAO" TO WS-MENSAG.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           MOVE SPACES TO RTF-TRIBUTO RTF-VINCULO RTF-REGIME.
           MOVE ZEROS  TO RTF-DT-VIGENCIA RTF-FAIXA.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-RETFONTE THRU LE-RETFONTE-FIM.
           IF FS-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-TELA-REGISTRO.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DA FAIXA (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           DELETE RETFONTE
               INVALID KEY
                      MOVE 'EXCLUIR'                         TO LK-PAR
                      MOVE 'DELETE'                          TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
                      SET E-SIM TO TRUE
           END-DELETE.
       EXCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       LE-RETFONTE.
      *-----------------------------------------------------------------
           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               INSPECT RTF-TRIBUTO CONVERTING 'firns'  TO 'FIRNS'
               INSPECT RTF-VINCULO CONVERTING 'ei'     TO 'EI'
               INSPECT RTF-REGIME  CONVERTING 'fsp'    TO 'FSP'
               READ RETFONTE
                   INVALID KEY
                      MOVE "FAIXA NAO ENCONTRADA" TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
               END-READ
           ELSE
               MOVE 99 TO RTF-STAT
           END-IF.
       LE-RETFONTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MONTA-CAMINHOS.
      *-----------------------------------------------------------------
      *    O diretorio dos arquivos de dados vem da variavel de
      *    ambiente COBOL_DATA_DIR (com a barra final incluida), para
      *    permitir apontar um ambiente de testes sem recompilar. Se
      *    a variavel nao estiver definida, mantem C:\COBOL\.
           ACCEPT WS-DIR-DADOS FROM ENVIRONMENT 'COBOL_DATA_DIR'
           IF WS-DIR-DADOS = SPACES
              MOVE 'C:\COBOL\' TO WS-DIR-DADOS
           END-IF

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'RETFONTE.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-RETFONTE
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'OPERADOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-OPERADOR
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------------
           OPEN I-O RETFONTE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT RETFONTE
               CLOSE RETFONTE
               OPEN I-O RETFONTE
           END-IF

           OPEN INPUT OPERADOR
           IF FSO-NAO-EXISTE THEN
              MOVE "OPERADOR.ARQ NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              PERFORM FINALIZA
           END-IF
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MOSTRA-ERRO.
      *-----------------------------------------------------------------
           DISPLAY SS-ERRO
           ACCEPT  SS-ERRO
           DISPLAY SS-STATUS
           .
       MOSTRA-ERRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ERRO-FILE-STATUS.
      *-----------------------------------------------------------------
           MOVE 'PROG179'                   TO LK-PRG
           MOVE 'RETFONTE'                  TO LK-ARQ
           MOVE RTF-STAT                    TO LK-STA
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.

      *-----------------------------------------------------------------
       FINALIZA.
      *-----------------------------------------------------------------
           CLOSE RETFONTE OPERADOR
           GOBACK.
