      * Programa..: PROG01 - Manutenção Cadastro CLIENTES
      * chamadas..: PROG07 - Verifica Integridade CNPJ
      *           : PROG03 - Programa de Importação Clientes
      *           : PROG153 - Saldo de Estoque por Deposito
      * Historico.:
      *   2026 mnt - ALTERA-GRAVA passava direto para o REWRITE sem
      *              repetir as validacoes de NOME/LATITUDE/LONGITUDE/
      *              (PROG109) ativa - erro de digitacao deixa de
      *              mandar um vendedor visitar empresa que nao
      *              existe.
      *   2026 mnt - Incluida a manutencao de CLI-DEPOSITO, o
      *              deposito que atende o cliente: em branco,
      *              assume o ativo mais proximo (PROG153).
      *              WS-CLI-SALVA acompanha o novo tamanho.
      *   2026 mnt - CLI-LIMITE-CRED alterado passa a exigir a
      *              aprovacao de um segundo supervisor (PROG187):
      *              o valor digitado vira pedido em PENDALT.ARQ,
      *              o limite antigo segue gravado ate la e o
      *              solicitante vai para AUDITLOG.TXT.
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG01.
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS VEN-KEY.

       SELECT CEP ASSIGN TO WS-ARQ-CEP
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS CXC-STAT
              RECORD KEY           IS CXC-KEY.

       SELECT PENDALT ASSIGN TO WS-ARQ-PENDALT
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS PEN-STAT
              RECORD KEY           IS PEN-KEY.

       DATA                DIVISION.
       FILE                SECTION.


       COPY FD_VENDEDOR.

       COPY FD_CEP.

       COPY FD_CLIEXC.

       COPY FD_PENDALT.

      * FD CLIENTES.

       WORKING-STORAGE SECTION.
       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CEP         PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIEXC      PIC X(70) VALUE SPACES.
       77 WS-ARQ-PENDALT     PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 FSV-OK        VALUE ZEROS.
           88 FSV-NAO-EXISTE VALUE 35.

       77 CEP-STAT          PIC 9(02).
           88 FSCEP-OK        VALUE ZEROS.
           88 FSCEP-NAO-EXISTE VALUE 35.
           88 FSX-OK          VALUE ZEROS.
           88 FSX-NAO-EXISTE  VALUE 35.

       77 PEN-STAT          PIC 9(02).
           88 FSP-OK          VALUE ZEROS.
           88 FSP-JA-EXISTE   VALUE 22.
           88 FSP-NAO-EXISTE  VALUE 35.

      *    Limite digitado na alteracao: vira pedido em PENDALT.ARQ
      *    e o cadastro segue com o limite antigo ate a aprovacao.
       77 WS-LIMITE-PEDIDO  PIC 9(09)V99 VALUE ZEROS.

       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.

       01 WS-CLI-SALVA      PIC X(371) VALUE SPACES.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUE "S".

       77 WS-ANT-CLASSE         PIC X(01) VALUE SPACES.
       77 WS-ANT-LIMITE         PIC 9(09)V99 VALUE ZEROS.
       77 WS-ANT-DEPOSITO       PIC 9(03) VALUE ZEROS.

       01 WS-CLI-NOVO.
           05 WS-NOVO-CNPJ      PIC X(14).

       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       77 WS-UF-ESCOPO      PIC X(02) VALUE SPACES.
       77 WS-ESCOPO-OK      PIC X(01) VALUE 'N'.
           88 FORA-DO-ESCOPO   VALUE 'S'.

       COPY LK_NOMEBUSCA.

       COPY LK_ESTDEP.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
                 10 LINE 22 COLUMN 45 VALUE "LIMITE...:".
                 10 COLUMN PLUS 2 PIC ZZZ.ZZZ.ZZ9,99
                    USING CLI-LIMITE-CRED.
              07 SS-DEPOSITO FOREGROUND-COLOR 2.
                 10 LINE 23 COLUMN 45 VALUE "DEPOSITO.:".
                 10 COLUMN PLUS 2 PIC 9(03) USING CLI-DEPOSITO
                    BLANK WHEN ZEROS.
              07 SS-LOGRAD FOREGROUND-COLOR 2.
                 10 LINE 09 COLUMN 45 VALUE "LOGRADOUR:".
                 10 COLUMN PLUS 2 PIC X(40) USING CLI-LOGRADOURO.
                END-EVALUATE
           END-PERFORM

           CLOSE CLIENTES VENDEDOR CEP CLIEXC PENDALT
           GOBACK
           .

           MOVE 'N'    TO CLI-VEND-TRAVADO
           MOVE 'C'    TO CLI-CLASSE
           MOVE ZEROS  TO CLI-LIMITE-CRED
           MOVE ZEROS  TO CLI-DEPOSITO

      *    Sugere o proximo codigo livre; o operador pode sobrepor.
           SET LK-SEQ-CLIENTE TO TRUE

           PERFORM ROT-VALIDAR-VENDEDOR

           PERFORM ROT-VALIDAR-DEPOSITO

           PERFORM ROT-VALIDAR-CNPJ

           IF E-NAO
               MOVE CLIENTES-CLI TO WS-CLI-ANTES
               MOVE CLI-CLASSE   TO WS-ANT-CLASSE
               MOVE CLI-LIMITE-CRED TO WS-ANT-LIMITE
               MOVE CLI-DEPOSITO TO WS-ANT-DEPOSITO
               DISPLAY SS-TELA-REGISTRO
               ACCEPT SS-ALTER
               IF COB-CRT-STATUS = COB-SCR-ESC

           PERFORM ROT-VALIDAR-VENDEDOR

           PERFORM ROT-VALIDAR-DEPOSITO

           IF E-SIM
              GO TO ALTERA-GRAVA-FIM
           END-IF

      *    Limite de credito so muda com a aprovacao de um segundo
      *    supervisor (PROG187): o valor digitado vira pedido e o
      *    limite antigo continua gravado ate la.
           MOVE CLI-LIMITE-CRED TO WS-LIMITE-PEDIDO
           MOVE WS-ANT-LIMITE   TO CLI-LIMITE-CRED

           ACCEPT CLI-DT-ALTERACAO FROM DATE YYYYMMDD
           PERFORM ROT-MONTA-NOME-BUSCA.
       ALTERA-GRAVA-TENTA.
                      END-IF
                NOT INVALID KEY
                    PERFORM ROT-GRAVA-AUDITORIA
                    IF WS-LIMITE-PEDIDO NOT = CLI-LIMITE-CRED
                       PERFORM ROT-PEDE-LIMITE
                          THRU ROT-PEDE-LIMITE-FIM
                    END-IF
            END-REWRITE

            IF FS-LOCK
       ROT-VALIDAR-VENDEDOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-VALIDAR-DEPOSITO.
      *-----------------------------------------------------------------
      *    Sem deposito informado, assume o ativo mais proximo das
      *    coordenadas do cliente (PROG153); informado, tem de
      *    existir e estar ativo.
           IF CLI-DEPOSITO NOT NUMERIC
              MOVE ZEROS TO CLI-DEPOSITO
           END-IF

           IF CLI-DEPOSITO = ZEROS
              SET LK-EDP-OP-PROXIMO TO TRUE
              MOVE CLI-LATIT TO LK-EDP-LATIT
              MOVE CLI-LONGI TO LK-EDP-LONGI
              CALL "PROG153" USING LK-ESTDEP END-CALL
              MOVE LK-EDP-DEP TO CLI-DEPOSITO
           ELSE
              SET LK-EDP-OP-CONSULTA TO TRUE
              MOVE ZEROS        TO LK-EDP-PROD LK-EDP-QTDE
              MOVE CLI-DEPOSITO TO LK-EDP-DEP
              CALL "PROG153" USING LK-ESTDEP END-CALL
              IF LK-EDP-NAO-CAD
                 MOVE "DEPOSITO NAO CADASTRADO" TO WS-MSGERRO
                 SET E-SIM TO TRUE
                 PERFORM MOSTRA-ERRO
              END-IF
              IF LK-EDP-INATIVO
                 MOVE "DEPOSITO INATIVO" TO WS-MSGERRO
                 SET E-SIM TO TRUE
                 PERFORM MOSTRA-ERRO
              END-IF
           END-IF
           .
       ROT-VALIDAR-DEPOSITO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-MONTA-NOME-BUSCA.
      *-----------------------------------------------------------------
              MOVE WS-EDITA-LIMITE   TO AUD-DEPOIS
              PERFORM GRAVA-LINHA-AUDITORIA
           END-IF

           IF WS-ANT-DEPOSITO NOT = CLI-DEPOSITO
              MOVE 'DEPOSITO'        TO AUD-CAMPO
              MOVE WS-ANT-DEPOSITO   TO AUD-ANTES
              MOVE CLI-DEPOSITO      TO AUD-DEPOIS
              PERFORM GRAVA-LINHA-AUDITORIA
           END-IF
           .
       ROT-GRAVA-AUDITORIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-PEDE-LIMITE.
      *-----------------------------------------------------------------
      *    Grava (ou substitui) o pedido de novo limite em
      *    PENDALT.ARQ e registra o solicitante em AUDITLOG.TXT.
           MOVE SPACES              TO PENDALT-REG
           MOVE 'C'                 TO PEN-ENTIDADE
           MOVE CLI-CNPJ            TO PEN-CHAVE
           MOVE 'LIMITE-CRED'       TO PEN-CAMPO
           MOVE CLI-COD             TO PEN-CODIGO
           MOVE CLI-NOME            TO PEN-NOME
           MOVE CLI-LIMITE-CRED     TO PEN-VALOR-ANTES
           MOVE WS-LIMITE-PEDIDO    TO PEN-VALOR-NOVO
           MOVE WS-OPERADOR-EXEC    TO PEN-SOLICITANTE
           ACCEPT PEN-DT-SOLIC FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO PEN-HR-SOLIC
           MOVE LK-IDX-ID           TO PEN-IDEXEC

           WRITE PENDALT-REG
                 INVALID KEY
                    IF FSP-JA-EXISTE
                       REWRITE PENDALT-REG END-REWRITE
                    END-IF
           END-WRITE

           IF NOT FSP-OK
              MOVE 'PROG01'                    TO LK-PRG
              MOVE 'PENDALT'                   TO LK-ARQ
              MOVE 'WRITE'                     TO LK-CMD
              MOVE 'ROT-PEDE-LIMITE'           TO LK-PAR
              MOVE PEN-STAT                    TO LK-STA
              CALL "PROG10" USING LK-FILE-STATUS END-CALL
              GO TO ROT-PEDE-LIMITE-FIM
           END-IF

           MOVE SPACES              TO LINHA-AUDITORIA
           MOVE PEN-DT-SOLIC        TO AUD-DATA
           MOVE PEN-HR-SOLIC        TO AUD-HORA
           MOVE LK-IDX-ID           TO AUD-IDEXEC
           MOVE 'PROG01'            TO AUD-PROGRAMA
           MOVE CLI-CNPJ            TO AUD-CHAVE
           MOVE 'SOLIC-LIMITE'      TO AUD-CAMPO
           MOVE WS-OPERADOR-EXEC    TO AUD-ANTES
           MOVE WS-LIMITE-PEDIDO    TO WS-EDITA-LIMITE
           MOVE WS-EDITA-LIMITE     TO AUD-DEPOIS
           PERFORM GRAVA-LINHA-AUDITORIA

           MOVE "NOVO LIMITE AGUARDA APROVACAO DE OUTRO SUPERVISOR"
                TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           .
       ROT-PEDE-LIMITE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-LINHA-AUDITORIA.
      *-----------------------------------------------------------------
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           IF LK-ACH-ERRO
              MOVE 'PROG01'                    TO LK-PRG
              MOVE 'AUDITLOG'                  TO LK-ARQ
              MOVE 'WRITE'                     TO LK-CMD
              MOVE 'GRAVA-LINHA-AUDITORIA'     TO LK-PAR
              MOVE LK-ACH-STAT                 TO LK-STA
              CALL "PROG10" USING LK-FILE-STATUS END-CALL
           END-IF
           .
             INTO WS-ARQ-VENDEDOR
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CEP.ARQ'                    DELIMITED BY SIZE
             INTO WS-ARQ-CEP
                  'CLIEXC.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-CLIEXC
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PENDALT.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PENDALT
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
               OPEN INPUT VENDEDOR
           END-IF

           OPEN INPUT CEP
           IF FSCEP-NAO-EXISTE THEN
               OPEN OUTPUT CEP
               CLOSE CLIEXC
               OPEN I-O CLIEXC
           END-IF

           OPEN I-O PENDALT
           IF FSP-NAO-EXISTE THEN
               OPEN OUTPUT PENDALT
               CLOSE PENDALT
               OPEN I-O PENDALT
           END-IF
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.
