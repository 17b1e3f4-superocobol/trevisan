      *   2026 mnt - Identificador de execucao (PROG58) carimbado
      *              nas linhas gravadas em AUDITLOG.TXT, para a
      *              consulta correlacionada do PROG59.
      *   2026 mnt - Vinculo (E/I) e regime tributario (F/S/P) do
      *              vendedor na tela, validados e auditados;
      *              escolhem a tabela de retencao da comissao.
      *   2026 mnt - VEN-COMISSAO e VEN-MAX-CLIENTES alterados
      *              passam a exigir a aprovacao de um segundo
      *              supervisor (PROG187): o valor digitado vira
      *              pedido em PENDALT.ARQ, o antigo segue gravado
      *              (e o COMHIST.ARQ so muda na aprovacao) e o
      *              solicitante vai para AUDITLOG.TXT.
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          PROG04.
              LOCK MODE    IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY IS VEN-KEY.

       SELECT VENEXC ASSIGN TO WS-ARQ-VENEXC
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CMH-STAT
              RECORD KEY   IS CMH-KEY.

       SELECT PENDALT ASSIGN TO WS-ARQ-PENDALT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS PEN-STAT
              RECORD KEY   IS PEN-KEY.

       DATA                 DIVISION.

       FILE                SECTION.

       COPY FD_VENDEDOR.

       COPY FD_VENEXC.

       COPY FD_COMHIST.

       COPY FD_PENDALT.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.

       77 WS-DIR-DADOS      PIC X(50) VALUE SPACES.
       77 WS-ARQ-VENDEDOR   PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENEXC     PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
       77 WS-TENTATIVAS-LOCK     PIC 9(02) VALUE ZEROS.
       77 WS-MAX-TENTATIVAS-LOCK PIC 9(02) VALUE 05.

       77 VXC-STAT          PIC 9(02).
           88 FSX-OK          VALUE ZEROS.
           88 FSX-NAO-EXISTE  VALUE 35.

       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.

       01 WS-VEN-SALVA      PIC X(165) VALUE SPACES.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
       77 WS-TEM-COMHIST    PIC X(01) VALUE 'N'.

       77 WS-ARQ-COMHIST     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PENDALT     PIC X(70) VALUE SPACES.

       77 PEN-STAT          PIC 9(02).
           88 FSP-OK          VALUE ZEROS.
           88 FSP-JA-EXISTE   VALUE 22.
           88 FSP-NAO-EXISTE  VALUE 35.

      *    Comissao e capacidade digitadas na alteracao: viram
      *    pedido em PENDALT.ARQ e o cadastro segue com os valores
      *    antigos ate a aprovacao.
       77 WS-COMISSAO-PEDIDA PIC 9(02)V99 VALUE ZEROS.
       77 WS-MAXCLI-PEDIDO   PIC 9(03)    VALUE ZEROS.
       01 WS-EDITA-COMISSAO  PIC Z9,99.

       01 WS-VEN-ANTES.
           05 FILLER            PIC 9(11).
           05 WS-ANT-UF         PIC X(02).
           05 FILLER            PIC X(16).
           05 WS-ANT-COMISSAO   PIC 9(02)V99.
           05 FILLER            PIC X(41).
           05 WS-ANT-VINCULO    PIC X(01).
           05 WS-ANT-REGIME     PIC X(01).

       01 WS-HORA-COMPLETA      PIC 9(08) VALUE ZEROS.


       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       77 WS-UF-ESCOPO      PIC X(02) VALUE SPACES.
       77 WS-ESCOPO-OK      PIC X(01) VALUE 'N'.
           88 FORA-DO-ESCOPO   VALUE 'S'.
              07 SS-COMISSAO FOREGROUND-COLOR 2.
                 10 LINE 22 COLUMN 45 VALUE "COMISSAO%:".
                 10 COLUMN PLUS 2 PIC Z9,99 USING VEN-COMISSAO.
              07 SS-VINCULO FOREGROUND-COLOR 2.
                 10 LINE 16 COLUMN 45 VALUE "VINCULO..:".
                 10 COLUMN PLUS 2 PIC X(01) USING VEN-VINCULO.
                 10 COLUMN PLUS 2 VALUE "E=EMPREG I=INDEP".
              07 SS-REGIME FOREGROUND-COLOR 2.
                 10 LINE 18 COLUMN 45 VALUE "REGIME...:".
                 10 COLUMN PLUS 2 PIC X(01) USING VEN-REGIME.
                 10 COLUMN PLUS 2 VALUE "F=PF S=SIMPLES P=PJ".


       01 SS-ERRO.
                END-EVALUATE
           END-PERFORM

           CLOSE VENDEDOR VENEXC PENDALT
           GOBACK
           .

           DISPLAY SS-TELA-REGISTRO
           MOVE SPACES TO VENDEDOR-CLI
           MOVE 'A'    TO VEN-SITUACAO
           MOVE 'E'    TO VEN-VINCULO
           MOVE 'F'    TO VEN-REGIME
           MOVE LK-PAR-MAXCLI TO VEN-MAX-CLIENTES

      *    Sugere o proximo codigo livre; o operador pode sobrepor.
              PERFORM MOSTRA-ERRO
           END-IF

           PERFORM VALIDA-VINCULO THRU VALIDA-VINCULO-FIM

           PERFORM VERIFICA-ESCOPO THRU VERIFICA-ESCOPO-FIM
           IF FORA-DO-ESCOPO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF

           PERFORM VALIDA-VINCULO THRU VALIDA-VINCULO-FIM

           IF E-SIM
              GO TO ALTERA-GRAVA-FIM
           END-IF

      *    Comissao e capacidade de clientes so mudam com a
      *    aprovacao de um segundo supervisor (PROG187): o valor
      *    digitado vira pedido e o antigo continua gravado ate la.
           MOVE VEN-COMISSAO     TO WS-COMISSAO-PEDIDA
           MOVE WS-ANT-COMISSAO  TO VEN-COMISSAO
           MOVE VEN-MAX-CLIENTES TO WS-MAXCLI-PEDIDO
           MOVE WS-ANT-MAXCLI    TO VEN-MAX-CLIENTES

           ACCEPT VEN-DT-ALTERACAO FROM DATE YYYYMMDD
           PERFORM ROT-MONTA-NOME-BUSCA.
       ALTERA-GRAVA-TENTA.
                      END-IF
                NOT INVALID KEY
                    PERFORM ROT-GRAVA-AUDITORIA
                    PERFORM ROT-PEDE-APROVACAO
                       THRU ROT-PEDE-APROVACAO-FIM
            END-REWRITE

            IF FS-LOCK
           END-IF.
       LE-VENDEDOR-ESCOPO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       VALIDA-VINCULO.
      *-----------------------------------------------------------------
      *    Vinculo e regime escolhem a tabela de retencao na fonte da
      *    comissao (PROG180). Empregado e' sempre pessoa fisica; os
      *    dois em branco (cadastro antigo) ficam sem retencao.
           INSPECT VEN-VINCULO CONVERTING 'ei'  TO 'EI'
           INSPECT VEN-REGIME  CONVERTING 'fsp' TO 'FSP'

           IF VEN-VINCULO = SPACES AND VEN-REGIME = SPACES
              GO TO VALIDA-VINCULO-FIM
           END-IF

           IF NOT VEN-EMPREGADO AND NOT VEN-INDEPENDENTE
              MOVE "VINCULO DEVE SER E OU I" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-VINCULO-FIM
           END-IF

           IF NOT VEN-REG-PF AND NOT VEN-REG-SIMPLES
              AND NOT VEN-REG-PJ
              MOVE "REGIME DEVE SER F, S OU P" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-VINCULO-FIM
           END-IF

           IF VEN-EMPREGADO AND NOT VEN-REG-PF
              MOVE "EMPREGADO DEVE TER REGIME F" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF
           .
       VALIDA-VINCULO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-MONTA-NOME-BUSCA.
      *-----------------------------------------------------------------
              PERFORM GRAVA-LINHA-AUDITORIA
           END-IF

           IF WS-ANT-VINCULO NOT = VEN-VINCULO
              MOVE 'VINCULO'         TO AUD-CAMPO
              MOVE WS-ANT-VINCULO    TO AUD-ANTES
              MOVE VEN-VINCULO       TO AUD-DEPOIS
              PERFORM GRAVA-LINHA-AUDITORIA
           END-IF

           IF WS-ANT-REGIME NOT = VEN-REGIME
              MOVE 'REGIME'          TO AUD-CAMPO
              MOVE WS-ANT-REGIME     TO AUD-ANTES
              MOVE VEN-REGIME        TO AUD-DEPOIS
              PERFORM GRAVA-LINHA-AUDITORIA
           END-IF

           IF WS-ANT-MAXCLI NOT = VEN-MAX-CLIENTES
              MOVE 'MAX.CLIENTES'    TO AUD-CAMPO
              MOVE WS-ANT-MAXCLI     TO AUD-ANTES
       ROT-GRAVA-AUDITORIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-PEDE-APROVACAO.
      *-----------------------------------------------------------------
      *    Cada campo sensivel alterado vira um pedido em
      *    PENDALT.ARQ (substituindo o pedido anterior do mesmo
      *    campo), com o solicitante registrado em AUDITLOG.TXT.
           IF WS-COMISSAO-PEDIDA = VEN-COMISSAO
              AND WS-MAXCLI-PEDIDO = VEN-MAX-CLIENTES
              GO TO ROT-PEDE-APROVACAO-FIM
           END-IF

           IF WS-COMISSAO-PEDIDA NOT = VEN-COMISSAO
              PERFORM ROT-MONTA-PEDIDO
              MOVE 'COMISSAO'          TO PEN-CAMPO
              MOVE VEN-COMISSAO        TO PEN-VALOR-ANTES
              MOVE WS-COMISSAO-PEDIDA  TO PEN-VALOR-NOVO
              MOVE 'SOLIC-COMISSAO'    TO AUD-CAMPO
              MOVE WS-COMISSAO-PEDIDA  TO WS-EDITA-COMISSAO
              MOVE WS-EDITA-COMISSAO   TO AUD-DEPOIS
              PERFORM ROT-GRAVA-PEDIDO THRU ROT-GRAVA-PEDIDO-FIM
           END-IF

           IF WS-MAXCLI-PEDIDO NOT = VEN-MAX-CLIENTES
              PERFORM ROT-MONTA-PEDIDO
              MOVE 'MAX.CLIENTES'      TO PEN-CAMPO
              MOVE VEN-MAX-CLIENTES    TO PEN-VALOR-ANTES
              MOVE WS-MAXCLI-PEDIDO    TO PEN-VALOR-NOVO
              MOVE 'SOLIC-MAXCLI'      TO AUD-CAMPO
              MOVE WS-MAXCLI-PEDIDO    TO AUD-DEPOIS
              PERFORM ROT-GRAVA-PEDIDO THRU ROT-GRAVA-PEDIDO-FIM
           END-IF

           MOVE "ALTERACAO AGUARDA APROVACAO DE OUTRO SUPERVISOR"
                TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           .
       ROT-PEDE-APROVACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-MONTA-PEDIDO.
      *-----------------------------------------------------------------
           MOVE SPACES              TO PENDALT-REG
           MOVE 'V'                 TO PEN-ENTIDADE
           MOVE VEN-CPF             TO PEN-CHAVE
           MOVE VEN-COD             TO PEN-CODIGO
           MOVE VEN-NOME            TO PEN-NOME
           MOVE WS-OPERADOR-EXEC    TO PEN-SOLICITANTE
           ACCEPT PEN-DT-SOLIC FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO PEN-HR-SOLIC
           MOVE LK-IDX-ID           TO PEN-IDEXEC

           MOVE SPACES              TO LINHA-AUDITORIA
           MOVE PEN-DT-SOLIC        TO AUD-DATA
           MOVE PEN-HR-SOLIC        TO AUD-HORA
           MOVE LK-IDX-ID           TO AUD-IDEXEC
           MOVE 'PROG04'            TO AUD-PROGRAMA
           MOVE VEN-CPF             TO AUD-CHAVE
           MOVE WS-OPERADOR-EXEC    TO AUD-ANTES
           .
       ROT-MONTA-PEDIDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROT-GRAVA-PEDIDO.
      *-----------------------------------------------------------------
           WRITE PENDALT-REG
                 INVALID KEY
                    IF FSP-JA-EXISTE
                       REWRITE PENDALT-REG END-REWRITE
                    END-IF
           END-WRITE

           IF NOT FSP-OK
              MOVE 'PROG04'                    TO LK-PRG
              MOVE 'PENDALT'                   TO LK-ARQ
              MOVE 'WRITE'                     TO LK-CMD
              MOVE 'ROT-GRAVA-PEDIDO'          TO LK-PAR
              MOVE PEN-STAT                    TO LK-STA
              CALL "PROG10" USING LK-FILE-STATUS END-CALL
              GO TO ROT-GRAVA-PEDIDO-FIM
           END-IF

           PERFORM GRAVA-LINHA-AUDITORIA
           .
       ROT-GRAVA-PEDIDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-LINHA-AUDITORIA.
      *-----------------------------------------------------------------
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           IF LK-ACH-ERRO
              MOVE 'PROG04'                    TO LK-PRG
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
                  'VENEXC.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-VENEXC
                  'COMHIST.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-COMHIST
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PENDALT.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PENDALT
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
               OPEN I-O VENDEDOR
           END-IF

           OPEN I-O VENEXC
           IF FSX-NAO-EXISTE THEN
               OPEN OUTPUT VENEXC
               CLOSE VENEXC
               OPEN I-O VENEXC
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
