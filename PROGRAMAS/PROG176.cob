      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG176 - Manutenção da Estrutura das Equipes
      * Chamadas..: PROG19 - Resumo de Senha de Operador
      * Observação: Inclusao/alteracao/exclusao das vigencias da
      *             estrutura de vendas (EQUIPE.ARQ, chave vendedor +
      *             data de vigencia), no estilo INC/ALT/EXC do
      *             PROG62 e com o mesmo acesso restrito a
      *             supervisor. Cada vigencia diz o nivel (V =
      *             vendedor, S = supervisor, G = gerente regional),
      *             a quem responde e, para supervisor, o percentual
      *             de override sobre a producao da equipe. Mudar
      *             alguem de equipe e' incluir uma vigencia nova; as
      *             antigas ficam para os relatorios de epocas
      *             passadas (PROG177).
      *             Na gravacao valida: vendedor cadastrado, data
      *             AAAAMMDD plausivel, vendedor responde a um
      *             supervisor e supervisor a um gerente vigentes na
      *             mesma data, gerente nao responde a ninguem e so
      *             supervisor tem override.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Senha do supervisor conferida pelo resumo
      *              com sal do PROG19 (frase-senha de ate 20
      *              posicoes).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG176.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT EQUIPE ASSIGN TO WS-ARQ-EQUIPE
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS EQP-STAT
              RECORD KEY           IS EQP-KEY.

       SELECT VENDEDOR ASSIGN TO WS-ARQ-VENDEDOR
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS VEN-STAT
              ALTERNATE RECORD KEY IS VEN-COD
              ALTERNATE RECORD KEY IS VEN-NOME  WITH DUPLICATES
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS VEN-KEY.

       SELECT OPERADOR ASSIGN TO WS-ARQ-OPERADOR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              FILE STATUS IS OPE-STAT
              RECORD KEY IS OPE-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_EQUIPE.

       COPY FD_VENDEDOR.

       COPY FD_OPERADOR.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - EQUIPES VENDAS".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-EQUIPE      PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-OPERADOR    PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 ALTERAR       VALUE IS "ALT" "alt".
           88 EXCLUIR       VALUE IS "EXC" "exc".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 EQP-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-FIM-REG    VALUE 10.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-CANCELA    VALUE 99.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-NAO-EXISTE VALUE 35.

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

      *    Conferencia do lider: a vigencia dele na mesma data. O
      *    registro em digitacao fica guardado enquanto se le o
      *    EQUIPE.ARQ.
       77 WS-NIVEL-ESPERADO PIC X(01) VALUE SPACES.
       77 WS-LID-COD        PIC 9(05) VALUE ZEROS.
       77 WS-LID-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-LID-ACHOU      PIC X(01) VALUE 'N'.
       77 WS-LID-NIVEL      PIC X(01) VALUE SPACES.
       77 WS-LID-SITUACAO   PIC X(01) VALUE SPACES.
       01 WS-EQP-SALVA      PIC X(40) VALUE SPACES.

       77 WS-NOME-VEND      PIC X(40) VALUE SPACES.

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
               10 LINE 10 COLUMN 12 VALUE "VENDEDOR........:".
               10 COLUMN PLUS 2 PIC 9(05) USING EQP-CODV
                  BLANK WHEN ZEROS.
               10 LINE 11 COLUMN 12 VALUE "VIGENTE DESDE...:".
               10 COLUMN PLUS 2 PIC 9(08) USING EQP-DT-VIGENCIA
                  BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE "(AAAAMMDD)".
           05 SS-NOME FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 38 PIC X(40) FROM WS-NOME-VEND.
           05 SS-ALTER.
              07 SS-DADOS FOREGROUND-COLOR 2.
                 10 LINE 13 COLUMN 12 VALUE "NIVEL (V/S/G)...:".
                 10 COLUMN PLUS 2 PIC X(01) USING EQP-NIVEL.
                 10 COLUMN PLUS 2 VALUE
                    "V=VENDEDOR S=SUPERVISOR G=GERENTE".
                 10 LINE 14 COLUMN 12 VALUE "RESPONDE A......:".
                 10 COLUMN PLUS 2 PIC 9(05) USING EQP-LIDER
                    BLANK WHEN ZEROS.
                 10 LINE 15 COLUMN 12 VALUE "OVERRIDE %......:".
                 10 COLUMN PLUS 2 PIC Z9,99 USING EQP-PCT-OVERRIDE.
                 10 LINE 16 COLUMN 12 VALUE "SITUACAO (A/I)..:".
                 10 COLUMN PLUS 2 PIC X(01) USING EQP-SITUACAO.

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
           MOVE 'PROG176' TO LK-IDX-PROGRAMA
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
      *    na estrutura das equipes.
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
           MOVE ZEROS  TO EQUIPE-EQP
           MOVE 'V'    TO EQP-NIVEL
           MOVE 'A'    TO EQP-SITUACAO
           MOVE SPACES TO WS-NOME-VEND
           DISPLAY SS-TELA-REGISTRO
           SET E-NAO TO TRUE
           .
       DIG-DADOS.
           ACCEPT SS-TELA-REGISTRO  END-ACCEPT
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO INCLUI-FIM
           END-IF

           PERFORM VALIDA-EQUIPE THRU VALIDA-EQUIPE-FIM

           IF E-NAO
              PERFORM CARIMBA-EQUIPE
              WRITE EQUIPE-EQP
                    INVALID KEY
                      MOVE 'INCLUI'                          TO LK-PAR
                      MOVE 'WRITE'                           TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
                      SET E-SIM TO TRUE
                      MOVE ZEROS TO EQP-KEY
              END-WRITE
           END-IF
           .

       INCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-EQUIPE.
      *-----------------------------------------------------------------
      *    Validacoes comuns de inclusao e alteracao. Um erro por vez:
      *    a primeira regra que falha volta para a digitacao.
           SET E-NAO TO TRUE
           INSPECT EQP-NIVEL    CONVERTING 'vsg' TO 'VSG'
           INSPECT EQP-SITUACAO CONVERTING 'ai'  TO 'AI'

           MOVE EQP-DT-VIGENCIA (1:4) TO WS-ANO-VIG
           MOVE EQP-DT-VIGENCIA (5:2) TO WS-MES-VIG
           MOVE EQP-DT-VIGENCIA (7:2) TO WS-DIA-VIG
           IF WS-ANO-VIG < 2000 OR WS-ANO-VIG > 2099
              OR WS-MES-VIG < 01 OR WS-MES-VIG > 12
              OR WS-DIA-VIG < 01 OR WS-DIA-VIG > 31
              MOVE "VIGENCIA DEVE SER AAAAMMDD VALIDA" TO WS-MSGERRO
              GO TO VALIDA-EQUIPE-ERRO
           END-IF

           MOVE EQP-CODV TO VEN-COD
           READ VENDEDOR KEY IS VEN-COD
                INVALID KEY
                   MOVE "VENDEDOR NAO CADASTRADO" TO WS-MSGERRO
                   GO TO VALIDA-EQUIPE-ERRO
           END-READ
           MOVE VEN-NOME TO WS-NOME-VEND
           DISPLAY SS-NOME

           IF NOT EQP-ATIVO AND NOT EQP-INATIVO
              MOVE "SITUACAO DEVE SER A OU I" TO WS-MSGERRO
              GO TO VALIDA-EQUIPE-ERRO
           END-IF

           IF EQP-ATIVO AND VEN-INATIVO
              MOVE "VENDEDOR INATIVO NO CADASTRO" TO WS-MSGERRO
              GO TO VALIDA-EQUIPE-ERRO
           END-IF

           EVALUATE TRUE
              WHEN EQP-VENDEDOR
                 MOVE 'S' TO WS-NIVEL-ESPERADO
              WHEN EQP-SUPERVISOR
                 MOVE 'G' TO WS-NIVEL-ESPERADO
              WHEN EQP-GERENTE
                 MOVE SPACES TO WS-NIVEL-ESPERADO
              WHEN OTHER
                 MOVE "NIVEL DEVE SER V, S OU G" TO WS-MSGERRO
                 GO TO VALIDA-EQUIPE-ERRO
           END-EVALUATE

           IF NOT EQP-SUPERVISOR AND EQP-PCT-OVERRIDE > ZEROS
              MOVE "OVERRIDE SO PARA SUPERVISOR" TO WS-MSGERRO
              GO TO VALIDA-EQUIPE-ERRO
           END-IF

           IF EQP-GERENTE
              IF EQP-LIDER NOT = ZEROS
                 MOVE "GERENTE NAO RESPONDE A NINGUEM" TO WS-MSGERRO
                 GO TO VALIDA-EQUIPE-ERRO
              END-IF
              GO TO VALIDA-EQUIPE-FIM
           END-IF

      *    Quem sai da estrutura nao precisa de lider.
           IF EQP-INATIVO
              GO TO VALIDA-EQUIPE-FIM
           END-IF

           IF EQP-LIDER = ZEROS OR EQP-LIDER = EQP-CODV
              MOVE "INFORME A QUEM O VENDEDOR RESPONDE" TO WS-MSGERRO
              GO TO VALIDA-EQUIPE-ERRO
           END-IF

           PERFORM CONFERE-LIDER THRU CONFERE-LIDER-FIM
           IF WS-LID-ACHOU NOT = 'S' OR WS-LID-SITUACAO = 'I'
              OR WS-LID-NIVEL NOT = WS-NIVEL-ESPERADO
              IF EQP-VENDEDOR
                 MOVE "LIDER NAO E' SUPERVISOR VIGENTE NA DATA"
                   TO WS-MSGERRO
              ELSE
                 MOVE "LIDER NAO E' GERENTE VIGENTE NA DATA"
                   TO WS-MSGERRO
              END-IF
              GO TO VALIDA-EQUIPE-ERRO
           END-IF

           GO TO VALIDA-EQUIPE-FIM
           .
       VALIDA-EQUIPE-ERRO.
           SET E-SIM TO TRUE
           PERFORM MOSTRA-ERRO
           .
       VALIDA-EQUIPE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONFERE-LIDER.
      *-----------------------------------------------------------------
      *    Vigencia do lider na data da vigencia digitada (a ultima
      *    nao posterior a ela), como o PROG177 resolve na consulta.
           MOVE EQUIPE-EQP      TO WS-EQP-SALVA
           MOVE EQP-LIDER       TO WS-LID-COD
           MOVE EQP-DT-VIGENCIA TO WS-LID-DATA
           MOVE 'N'             TO WS-LID-ACHOU

           MOVE WS-LID-COD      TO EQP-CODV
           MOVE ZEROS           TO EQP-DT-VIGENCIA
           START EQUIPE KEY NOT LESS THAN EQP-KEY
                 INVALID KEY
                    MOVE 10 TO EQP-STAT
                 NOT INVALID KEY
                    MOVE ZEROS TO EQP-STAT
           END-START

           PERFORM OLHA-VIGENCIA-LIDER
              THRU OLHA-VIGENCIA-LIDER-SAI UNTIL FS-FIM-REG

           MOVE WS-EQP-SALVA TO EQUIPE-EQP
           MOVE ZEROS        TO EQP-STAT
           .
       CONFERE-LIDER-FIM.
           EXIT.

      *-----------------------------------------------------------------
       OLHA-VIGENCIA-LIDER.
      *-----------------------------------------------------------------
           READ EQUIPE NEXT AT END
                GO TO OLHA-VIGENCIA-LIDER-SAI
           END-READ

           IF EQP-CODV NOT = WS-LID-COD
              OR EQP-DT-VIGENCIA > WS-LID-DATA
              MOVE 10 TO EQP-STAT
              GO TO OLHA-VIGENCIA-LIDER-SAI
           END-IF

           MOVE 'S'          TO WS-LID-ACHOU
           MOVE EQP-NIVEL    TO WS-LID-NIVEL
           MOVE EQP-SITUACAO TO WS-LID-SITUACAO
           .
       OLHA-VIGENCIA-LIDER-SAI.
           EXIT.

      *-----------------------------------------------------------------
       CARIMBA-EQUIPE.
      *-----------------------------------------------------------------
           ACCEPT EQP-DT-ALTERACAO FROM DATE YYYYMMDD
           MOVE WS-COD-SUPERV TO EQP-OPERADOR
           .
       CARIMBA-EQUIPE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ALTERA.
      *-----------------------------------------------------------------
           MOVE "ALTERACAO" TO WS-MENSAG.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
       ALTERA-LOOP.
           MOVE ZEROS  TO EQUIPE-EQP.
           MOVE SPACES TO WS-NOME-VEND.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-EQUIPE THRU LE-EQUIPE-FIM.
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
           PERFORM VALIDA-EQUIPE THRU VALIDA-EQUIPE-FIM

           IF E-SIM
              GO TO ALTERA-GRAVA-FIM
           END-IF

           PERFORM CARIMBA-EQUIPE
           REWRITE EQUIPE-EQP
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
           MOVE ZEROS  TO EQUIPE-EQP.
           MOVE SPACES TO WS-NOME-VEND.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-EQUIPE THRU LE-EQUIPE-FIM.
           IF FS-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-TELA-REGISTRO.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DA VIGENCIA (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           DELETE EQUIPE
               INVALID KEY
                      MOVE 'EXCLUIR'                         TO LK-PAR
                      MOVE 'DELETE'                          TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
                      SET E-SIM TO TRUE
           END-DELETE.
       EXCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       LE-EQUIPE.
      *-----------------------------------------------------------------
           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ EQUIPE
                   INVALID KEY
                      MOVE "VIGENCIA NAO ENCONTRADA" TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
                   NOT INVALID KEY
                      MOVE EQP-CODV TO VEN-COD
                      READ VENDEDOR KEY IS VEN-COD
                           INVALID KEY
                              MOVE SPACES   TO WS-NOME-VEND
                           NOT INVALID KEY
                              MOVE VEN-NOME TO WS-NOME-VEND
                      END-READ
               END-READ
           ELSE
               MOVE 99 TO EQP-STAT
           END-IF.
       LE-EQUIPE-FIM.
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
                  'EQUIPE.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-EQUIPE
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'VENDEDOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-VENDEDOR
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
           OPEN I-O EQUIPE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT EQUIPE
               CLOSE EQUIPE
               OPEN I-O EQUIPE
           END-IF

           OPEN INPUT VENDEDOR
           IF FSV-NAO-EXISTE THEN
              MOVE "ARQUIVO VENDEDOR NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              PERFORM FINALIZA
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
           MOVE 'PROG176'                   TO LK-PRG
           MOVE 'EQUIPE'                    TO LK-ARQ
           MOVE EQP-STAT                    TO LK-STA
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.

      *-----------------------------------------------------------------
       FINALIZA.
      *-----------------------------------------------------------------
           CLOSE EQUIPE VENDEDOR OPERADOR
           GOBACK.
