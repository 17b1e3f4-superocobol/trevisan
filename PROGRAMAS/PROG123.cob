      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG123 - Cancelamento de Faturas
      * Chamadas..: PROG58 - Identificador de Execucao
      *             PROG19 - Resumo de Senha (liberacao supervisor)
      *             PROG40 - Alocacao do Proximo Codigo Livre (tipo L)
      *             PROG102 - Manutencao dos Agregados PEDSUM
      *             PROG145 - Custo Medio Ponderado do Produto
      *             PROG153 - Saldo de Estoque por Deposito
      *             PROG162 - Saldo de Estoque por Lote e Validade
      *             PROG10 - Tratamento de erros de FILE-STATUS
      *             PROG190 - Encadeamento da Trilha de Auditoria
      * Observação: Cancela uma fatura de FATURA.ARQ emitida pelo
      *             PROG64, com motivo da tabela MOTCANC.ARQ e
      *             liberacao de supervisor (mesma validacao de
      *             senha do PROG22). Fatura ja cancelada ou com
      *             pagamento lancado e' recusada. O cancelamento:
      *             - devolve ao estoque os itens do pedido, com
      *               movimento 'E' em ESTMOV.ARQ carregando a fatura
      *               como documento (o inverso da baixa do PROG64);
      *               produto com controle de lote volta a cada lote
      *               que a fatura levou (FATLOTE.ARQ), pelo PROG162,
      *               com um movimento por lote;
      *             - volta o pedido para 'A' com PED-NUM-FATURA
      *               zerado, para poder ser faturado de novo, e
      *               estorna os agregados PEDSUM.ARQ (PROG102);
      *             - se o pedido ja tinha ido a contabilidade pelo
      *               PROG84, gera o lancamento de estorno 'EST' em
      *               CONTLAN.ARQ, que sai no proximo extrato, e
      *               um credito por imposto destacado na fatura
      *               (ICM, IPI, PIS, COF);
      *             - deixa o antes/depois em AUDITLOG.TXT.
      *             Fatura parcelada cancela junto as demais parcelas
      *             do mesmo pedido.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Fatura parcelada (condicao de pagamento do
      *              pedido): o cancelamento vale para todas as
      *              parcelas ainda nao canceladas do pedido, e e'
      *              recusado se qualquer uma tiver pagamento. Estoque
      *              e pedido voltam uma vez, pela primeira parcela;
      *              o estorno contabil leva o total cancelado.
      *   2026 mnt - Estorno dos impostos da fatura cancelada: um
      *              lancamento a credito por imposto (ICM, IPI, PIS,
      *              COF) em CONTLAN.ARQ junto com o estorno EST.
      *              Area de salvamento da fatura ampliada para o
      *              novo tamanho do registro.
      *   2026 mnt - Pedido reaberto volta a reservar o estoque dos
      *              itens (PROG140).
      *   2026 mnt - O estoque devolvido volta pelo custo congelado
      *              no item (ITE-CUSTO), recalculando o custo medio
      *              do produto (PROG145).
      *   2026 mnt - O estoque devolvido volta ao deposito de onde a
      *              fatura baixou (EMV-DEP da saida do PROG64; na
      *              falta, o principal), em ESTDEP.ARQ pelo PROG153.
      *   2026 mnt - WS-FAT-SALVA para X(400), acompanhando os dados
      *              de entrega incluidos em FD_FATURA.
      *   2026 mnt - Movimento gravado com EMV-LOTE em branco
      *              (entrada/saida sem lote).
      *   2026 mnt - Senha do supervisor conferida pelo resumo
      *              com sal do PROG19 (frase-senha de ate 20
      *              posicoes).
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      *   2026 mnt - Produto com controle de lote volta aos lotes que
      *              a fatura baixou (FATLOTE.ARQ): entrada no lote
      *              pelo PROG162 e um movimento 'E' por lote, com
      *              EMV-LOTE/EMV-VALIDADE; so a parte que o PROG64
      *              baixou sem lote volta sem lote. As linhas de
      *              FATLOTE.ARQ do item sao excluidas.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG123.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS RANDOM
              FILE STATUS          IS PED-STAT
              ALTERNATE RECORD KEY IS PED-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              RECORD KEY           IS PED-KEY.

       SELECT PEDITEM ASSIGN TO WS-ARQ-PEDITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS ITE-STAT
              RECORD KEY   IS ITE-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       SELECT ESTMOV ASSIGN TO WS-ARQ-ESTMOV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS EMV-STAT
              RECORD KEY   IS EMV-KEY.

       SELECT MOTCANC ASSIGN TO WS-ARQ-MOTCANC
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS MOT-STAT
              RECORD KEY   IS MOT-KEY.

       SELECT OPERADOR ASSIGN TO WS-ARQ-OPERADOR
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS OPE-STAT
              RECORD KEY   IS OPE-KEY.

       SELECT CONTLAN ASSIGN TO WS-ARQ-CONTLAN
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CLN-STAT
              RECORD KEY   IS CLN-KEY.

       SELECT FATLOTE ASSIGN TO WS-ARQ-FATLOTE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FTL-STAT
              RECORD KEY   IS FTL-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_FATURA.

       COPY FD_PEDIDOS.

       COPY FD_PEDITEM.

       COPY FD_PRODUTO.

       COPY FD_ESTMOV.

       COPY FD_MOTCANC.

       COPY FD_OPERADOR.

       COPY FD_CONTLAN.

       COPY FD_FATLOTE.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - CANCELA FATURA".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-ESTMOV      PIC X(70) VALUE SPACES.
       77 WS-ARQ-MOTCANC     PIC X(70) VALUE SPACES.
       77 WS-ARQ-OPERADOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONTLAN     PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATLOTE     PIC X(70) VALUE SPACES.

       77 FAT-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-FIM-REG    VALUE 10.
           88 FS-NAO-EXISTE VALUE 35.

       77 PED-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-NAO-EXISTE VALUE 35.

       77 ITE-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
           88 FSI-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 EMV-STAT          PIC 9(02).
           88 FSE-OK        VALUE ZEROS.
           88 FSE-NAO-EXISTE VALUE 35.

       77 MOT-STAT          PIC 9(02).
           88 FSM-OK        VALUE ZEROS.
           88 FSM-NAO-EXISTE VALUE 35.

       77 OPE-STAT          PIC 9(02).
           88 FSO-OK        VALUE ZEROS.
           88 FSO-NAO-EXISTE VALUE 35.

       77 CLN-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.
           88 FSL-NAO-EXISTE VALUE 35.

       77 FTL-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

      *    Sem FATLOTE.ARQ (nenhuma fatura com lote) tudo volta sem
      *    lote.
       77 WS-TEM-FATLOTE    PIC X(01) VALUE 'N'.
           88 TEM-FATLOTE   VALUE 'S'.
           88 SEM-FATLOTE   VALUE 'N'.

      *    Itens/produtos podem nem existir (pedido so de valor):
      *    sem os arquivos o cancelamento nao toca o estoque.
       77 WS-TEM-ESTOQUE    PIC X(01) VALUE 'N'.
           88 TEM-ESTOQUE   VALUE 'S'.
           88 SEM-ESTOQUE   VALUE 'N'.

       77 WS-TEM-PEDIDO     PIC X(01) VALUE 'N'.
           88 TEM-PEDIDO    VALUE 'S'.
           88 SEM-PEDIDO    VALUE 'N'.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 CANCELAR      VALUE IS "CAN" "can".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       77 WS-CONFIRMA       PIC X(01) VALUE 'N'.
           88 CONFIRMA-SIM  VALUES ARE 'S' 's'.

       77 WS-LIBERADO       PIC X(01) VALUE 'N'.
           88 CANC-LIBERADO     VALUE 'S'.
           88 CANC-NAO-LIBERADO VALUE 'N'.

       77 WS-MOTIVO         PIC X(03) VALUE SPACES.
       77 WS-OBS-CANC       PIC X(40) VALUE SPACES.
       77 WS-COD-SUPERV     PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERV   PIC X(20) VALUE SPACES.
       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-PROX-SEQ-EMV   PIC 9(08) VALUE ZEROS.
      *    Deposito de onde a fatura baixou o estoque (movimento 'S'
      *    do PROG64); nao achado = principal.
       77 WS-DEP-BAIXA      PIC 9(03) VALUE ZEROS.
       77 WS-DOC-BAIXA      PIC X(10) VALUE SPACES.
       77 WS-QTD-ITENS      PIC 9(03) VALUE ZEROS.

      *    Movimento 'E' a gravar: um por lote devolvido, mais o que
      *    a fatura baixou sem lote.
       77 WS-QTDE-GRAVA     PIC 9(07)V99 VALUE ZEROS.
       77 WS-LOTE-GRAVA     PIC X(15) VALUE SPACES.
       77 WS-VALIDADE-GRAVA PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-SEM-LOTE  PIC 9(07)V99 VALUE ZEROS.
       77 WS-SEQ-EMV-ITEM   PIC X(01) VALUE 'N'.
           88 SEQ-EMV-USADA VALUE 'S'.
           88 SEQ-EMV-LIVRE VALUE 'N'.
       77 WS-SIT-PED-ANTES  PIC X(01) VALUE SPACES.

      *    Parcelas do pedido da fatura informada: WS-FAT-DOC e' a
      *    primeira parcela (numero carimbado no pedido e documento
      *    da baixa de estoque do PROG64).
       77 WS-FAT-DOC        PIC 9(08) VALUE ZEROS.
       77 WS-VLR-CANCELADO  PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTD-PARC-CANC  PIC 9(02) VALUE ZEROS.
       77 WS-PARC-PAGA      PIC X(01) VALUE 'N'.
           88 PARCELA-PAGA  VALUE 'S'.
       77 WS-PARCELADA      PIC X(01) VALUE 'N'.
           88 FAT-PARCELADA VALUE 'S'.
           88 FAT-UNICA     VALUE 'N'.

      *    Impostos das parcelas canceladas (FAT-VLR-*), estornados
      *    junto com a receita.
       77 WS-ICMS-CANCELADO PIC 9(09)V99 VALUE ZEROS.
       77 WS-IPI-CANCELADO  PIC 9(09)V99 VALUE ZEROS.
       77 WS-PIS-CANCELADO  PIC 9(09)V99 VALUE ZEROS.
       77 WS-COF-CANCELADO  PIC 9(09)V99 VALUE ZEROS.
       77 WS-EST-TIPO       PIC X(03) VALUE SPACES.
       77 WS-EST-VALOR      PIC 9(09)V99 VALUE ZEROS.
       77 WS-EST-HISTORICO  PIC X(30) VALUE SPACES.

       01 WS-FAT-SALVA      PIC X(400) VALUE SPACES.
       01 WS-FAT-SALVA-R    REDEFINES WS-FAT-SALVA.
           05 WS-FSA-NUMERO PIC 9(08).
           05 WS-FSA-CODC   PIC 9(07).
           05 WS-FSA-PEDIDO PIC 9(08).
           05 FILLER        PIC X(377).

       01 WS-EDITA-VALOR    PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.

       01 LINHA-AUDITORIA.
           05 AUD-DATA          PIC 9(08) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-HORA          PIC 9(06) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-PROGRAMA      PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-CHAVE         PIC X(14) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-CAMPO         PIC X(15) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-ANTES         PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-DEPOIS        PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-IDEXEC        PIC X(26) VALUE SPACES.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.

       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       COPY LK_FILE_STATUS.

       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       COPY LK_SENHA.

       COPY LK_SEQUENC.

       COPY LK_PEDSUM.

       COPY LK_RESERVA.

       COPY LK_CUSTO.

       COPY LK_ESTDEP.

       COPY LK_LOTE.

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

       01 SS-FUNCAO.
           05 SS-OPCAO.
               10 LINE 08 COLUMN 12 VALUE
                  "ESCOLHA OPCAO CAN/FIM :".
               10 LINE 08 COL PLUS 1 USING WS-OPCAO.

       01 SS-TELA-REGISTRO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 12 VALUE "FATURA...:".
               10 COLUMN PLUS 2 PIC 9(08) USING FAT-NUMERO
                  BLANK WHEN ZEROS.
           05 SS-DETALHE.
              07 FOREGROUND-COLOR 2.
                 10 LINE 12 COLUMN 13 VALUE "CLIENTE..:".
                 10 COLUMN PLUS 2 PIC 9(07) FROM FAT-CODC.
                 10 LINE 13 COLUMN 13 VALUE "PEDIDO...:".
                 10 COLUMN PLUS 2 PIC 9(08) FROM FAT-PEDIDO.
                 10 LINE 14 COLUMN 13 VALUE "EMISSAO..:".
                 10 COLUMN PLUS 2 PIC 9(08) FROM FAT-EMISSAO.
                 10 LINE 15 COLUMN 13 VALUE "VALOR....:".
                 10 COLUMN PLUS 2 PIC ZZZ.ZZZ.ZZ9,99 FROM FAT-VALOR.
                 10 LINE 16 COLUMN 13 VALUE "SITUACAO.:".
                 10 COLUMN PLUS 2 PIC X(01) FROM FAT-SITUACAO.

       01 SS-MOTIVO FOREGROUND-COLOR 2.
           05 LINE 18 COLUMN 13 VALUE "MOTIVO...:".
           05 COLUMN PLUS 2 PIC X(03) USING WS-MOTIVO.
           05 LINE 19 COLUMN 13 VALUE "OBSERVACAO:".
           05 COLUMN PLUS 1 PIC X(40) USING WS-OBS-CANC.

       01 SS-SUPERVISOR FOREGROUND-COLOR 6.
           05 LINE 10 COLUMN 45 VALUE "SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-SUPERV.
           05 LINE 12 COLUMN 45 VALUE "SENHA.....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-SUPERV
              NO ECHO.

       01 SS-CONFIRMA FOREGROUND-COLOR 6.
           05 LINE 21 COLUMN 13 VALUE
              "CONFIRMA O CANCELAMENTO DA FATURA (S/N)?".
           05 COLUMN PLUS 2 PIC X(01) USING WS-CONFIRMA.

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
           MOVE 'PROG123' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE
           ACCEPT WS-OPERADOR-EXEC FROM ENVIRONMENT 'COBOL_OPERADOR'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVO
           DISPLAY SS-CLS

           PERFORM UNTIL FINALIZAR
               MOVE "ESCOLHA A OPCAO" TO WS-MENSAG
               DISPLAY                   SS-CLS
               MOVE SPACES            TO WS-OPCAO
               ACCEPT                    SS-FUNCAO

               EVALUATE TRUE
                   WHEN CANCELAR
                       PERFORM CANCELA-FATURA
                          THRU CANCELA-FATURA-FIM
                   WHEN FINALIZAR
                       CONTINUE
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA"    TO WS-MSGERRO
                       PERFORM MOSTRA-ERRO
                END-EVALUATE
           END-PERFORM

           PERFORM FECHA-ARQUIVOS
           GOBACK
           .
       FIM-PROCESSO.
           EXIT.

      *-----------------------------------------------------------------
       CANCELA-FATURA.
      *-----------------------------------------------------------------
           MOVE ZEROS TO FATURA-FAT
           DISPLAY SS-TELA-REGISTRO
           ACCEPT SS-CHAVE
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO CANCELA-FATURA-FIM
           END-IF

           READ FATURA
                INVALID KEY
                   MOVE "FATURA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO CANCELA-FATURA-FIM
           END-READ

           DISPLAY SS-TELA-REGISTRO

           IF FAT-CANCELADA
              MOVE "FATURA JA CANCELADA" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO CANCELA-FATURA-FIM
           END-IF

      *    Fatura com dinheiro recebido nao se cancela por aqui: o
      *    pagamento teria de ser tratado antes, com o cliente.
           IF FAT-VALOR-PAGO NOT = ZEROS
              MOVE "FATURA COM PAGAMENTO LANCADO NAO PODE SER CANCELADA"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO CANCELA-FATURA-FIM
           END-IF

      *    Parcelada: as parcelas caem juntas, entao nenhuma pode ter
      *    pagamento.
           MOVE FATURA-FAT TO WS-FAT-SALVA
           MOVE FAT-NUMERO TO WS-FAT-DOC
           MOVE FAT-VALOR  TO WS-VLR-CANCELADO
           MOVE FAT-VLR-ICMS   TO WS-ICMS-CANCELADO
           MOVE FAT-VLR-IPI    TO WS-IPI-CANCELADO
           MOVE FAT-VLR-PIS    TO WS-PIS-CANCELADO
           MOVE FAT-VLR-COFINS TO WS-COF-CANCELADO
           MOVE 1          TO WS-QTD-PARC-CANC
           SET FAT-UNICA   TO TRUE
           IF FAT-QTD-PARC IS NUMERIC AND FAT-QTD-PARC > 1
              AND FAT-PEDIDO NOT = ZEROS
              SET FAT-PARCELADA TO TRUE
              PERFORM CONFERE-PARCELAS THRU CONFERE-PARCELAS-FIM
              IF PARCELA-PAGA
                 MOVE "PARCELA DO PEDIDO COM PAGAMENTO - CANCELAMENTO RE
      -               "CUSADO" TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 GO TO CANCELA-FATURA-FIM
              END-IF
           END-IF

           MOVE SPACES TO WS-MOTIVO WS-OBS-CANC
           DISPLAY SS-MOTIVO
           ACCEPT  SS-MOTIVO
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO CANCELA-FATURA-FIM
           END-IF

           MOVE WS-MOTIVO TO MOT-COD
           READ MOTCANC
                INVALID KEY
                   MOVE "MOTIVO DE CANCELAMENTO NAO CADASTRADO"
                        TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO CANCELA-FATURA-FIM
           END-READ

           IF NOT MOT-ATIVO
              MOVE "MOTIVO DE CANCELAMENTO INATIVO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO CANCELA-FATURA-FIM
           END-IF

           PERFORM LIBERA-SUPERVISOR THRU LIBERA-SUPERVISOR-FIM
           IF CANC-NAO-LIBERADO
              GO TO CANCELA-FATURA-FIM
           END-IF

           MOVE 'N' TO WS-CONFIRMA
           DISPLAY SS-CONFIRMA
           ACCEPT  SS-CONFIRMA
           IF NOT CONFIRMA-SIM
              MOVE "CANCELAMENTO NAO CONFIRMADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO CANCELA-FATURA-FIM
           END-IF

           MOVE 'C'           TO FAT-SITUACAO
           MOVE WS-DATA-HOJE  TO FAT-DT-CANC
           MOVE WS-MOTIVO     TO FAT-MOT-CANC
           MOVE WS-COD-SUPERV TO FAT-OPER-CANC
           REWRITE FATURA-FAT
               INVALID KEY
                   MOVE 'CANCELA-FATURA'                 TO LK-PAR
                   MOVE 'REWRITE'                        TO LK-CMD
                   MOVE 'FATURA'                         TO LK-ARQ
                   MOVE FAT-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
                   GO TO CANCELA-FATURA-FIM
           END-REWRITE

           PERFORM AUDITA-CANCELAMENTO

           IF FAT-PARCELADA
              PERFORM CANCELA-PARCELAS THRU CANCELA-PARCELAS-FIM
              MOVE WS-FAT-SALVA TO FATURA-FAT
           END-IF

           MOVE ZEROS TO WS-QTD-ITENS
           IF TEM-ESTOQUE
              PERFORM DEVOLVE-ESTOQUE THRU DEVOLVE-ESTOQUE-FIM
           END-IF

           PERFORM REABRE-PEDIDO THRU REABRE-PEDIDO-FIM

           MOVE SPACES TO WS-MSGERRO
           STRING 'FATURA CANCELADA (' DELIMITED BY SIZE
                  WS-QTD-PARC-CANC      DELIMITED BY SIZE
                  ' PARC.) - '          DELIMITED BY SIZE
                  WS-QTD-ITENS          DELIMITED BY SIZE
                  ' ITEM(NS) DEVOLVIDO(S) AO ESTOQUE'
                                        DELIMITED BY SIZE
             INTO WS-MSGERRO
           END-STRING
           MOVE "N" TO WS-ERRO
           ACCEPT SS-ERRO
           .
       CANCELA-FATURA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       AUDITA-CANCELAMENTO.
      *-----------------------------------------------------------------
           PERFORM MONTA-CABEC-AUDIT
           MOVE 'SITUACAO'        TO AUD-CAMPO
           MOVE 'A'               TO AUD-ANTES
           MOVE 'C'               TO AUD-DEPOIS
           PERFORM GRAVA-LINHA-AUDITORIA
           MOVE 'MOT-CANC'        TO AUD-CAMPO
           MOVE SPACES            TO AUD-ANTES
           MOVE WS-MOTIVO         TO AUD-DEPOIS
           PERFORM GRAVA-LINHA-AUDITORIA
           MOVE 'LIBERADO POR'    TO AUD-CAMPO
           MOVE WS-OBS-CANC       TO AUD-ANTES
           MOVE WS-COD-SUPERV     TO AUD-DEPOIS
           PERFORM GRAVA-LINHA-AUDITORIA
           .
       AUDITA-CANCELAMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONFERE-PARCELAS.
      *-----------------------------------------------------------------
      *    Percorre as faturas do cliente atras das outras parcelas
      *    do mesmo pedido: acha a primeira, soma o valor a cancelar
      *    e marca se alguma ja recebeu pagamento.
           MOVE 'N' TO WS-PARC-PAGA
           START FATURA KEY NOT LESS THAN FAT-CODC
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM CONFERE-UMA-PARCELA
              THRU CONFERE-UMA-PARCELA-SAI UNTIL FS-FIM-REG
           MOVE ZEROS TO FAT-STAT
           MOVE WS-FAT-SALVA TO FATURA-FAT
           .
       CONFERE-PARCELAS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONFERE-UMA-PARCELA.
      *-----------------------------------------------------------------
           READ FATURA NEXT AT END
                GO TO CONFERE-UMA-PARCELA-SAI
           END-READ

           IF FAT-CODC NOT = WS-FSA-CODC
              MOVE 10 TO FAT-STAT
              GO TO CONFERE-UMA-PARCELA-SAI
           END-IF

           IF FAT-PEDIDO NOT = WS-FSA-PEDIDO
              OR FAT-NUMERO = WS-FSA-NUMERO
              OR FAT-CANCELADA
              GO TO CONFERE-UMA-PARCELA-SAI
           END-IF

           IF FAT-VALOR-PAGO NOT = ZEROS
              SET PARCELA-PAGA TO TRUE
           END-IF
           IF FAT-PARCELA = 1
              MOVE FAT-NUMERO TO WS-FAT-DOC
           END-IF
           ADD FAT-VALOR TO WS-VLR-CANCELADO
           ADD FAT-VLR-ICMS   TO WS-ICMS-CANCELADO
           ADD FAT-VLR-IPI    TO WS-IPI-CANCELADO
           ADD FAT-VLR-PIS    TO WS-PIS-CANCELADO
           ADD FAT-VLR-COFINS TO WS-COF-CANCELADO
           ADD 1         TO WS-QTD-PARC-CANC
           .
       CONFERE-UMA-PARCELA-SAI.
           EXIT.

      *-----------------------------------------------------------------
       CANCELA-PARCELAS.
      *-----------------------------------------------------------------
      *    Mesmo cancelamento (motivo, liberacao e auditoria) para as
      *    demais parcelas abertas do pedido.
           MOVE WS-FSA-CODC TO FAT-CODC
           START FATURA KEY NOT LESS THAN FAT-CODC
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM CANCELA-UMA-PARCELA
              THRU CANCELA-UMA-PARCELA-SAI UNTIL FS-FIM-REG
           MOVE ZEROS TO FAT-STAT
           .
       CANCELA-PARCELAS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CANCELA-UMA-PARCELA.
      *-----------------------------------------------------------------
           READ FATURA NEXT AT END
                GO TO CANCELA-UMA-PARCELA-SAI
           END-READ

           IF FAT-CODC NOT = WS-FSA-CODC
              MOVE 10 TO FAT-STAT
              GO TO CANCELA-UMA-PARCELA-SAI
           END-IF

           IF FAT-PEDIDO NOT = WS-FSA-PEDIDO
              OR FAT-NUMERO = WS-FSA-NUMERO
              OR FAT-CANCELADA
              GO TO CANCELA-UMA-PARCELA-SAI
           END-IF

           MOVE 'C'           TO FAT-SITUACAO
           MOVE WS-DATA-HOJE  TO FAT-DT-CANC
           MOVE WS-MOTIVO     TO FAT-MOT-CANC
           MOVE WS-COD-SUPERV TO FAT-OPER-CANC
           REWRITE FATURA-FAT
               INVALID KEY
                   MOVE 'CANCELA-UMA-PARCELA'            TO LK-PAR
                   MOVE 'REWRITE'                        TO LK-CMD
                   MOVE 'FATURA'                         TO LK-ARQ
                   MOVE FAT-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
                   GO TO CANCELA-UMA-PARCELA-SAI
           END-REWRITE

           PERFORM AUDITA-CANCELAMENTO
           .
       CANCELA-UMA-PARCELA-SAI.
           EXIT.

      *-----------------------------------------------------------------
       LIBERA-SUPERVISOR.
      *-----------------------------------------------------------------
      *    Mesma validacao do PROG22/PROG42: operador ativo, senha
      *    conferida pelo PROG19 e perfil de supervisor.
           SET CANC-NAO-LIBERADO TO TRUE
           MOVE SPACES TO WS-COD-SUPERV WS-SENHA-SUPERV
           DISPLAY SS-SUPERVISOR
           ACCEPT  SS-SUPERVISOR
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO LIBERA-SUPERVISOR-FIM
           END-IF

           MOVE WS-COD-SUPERV TO OPE-COD
           READ OPERADOR
                INVALID KEY
                   MOVE "OPERADOR NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO LIBERA-SUPERVISOR-FIM
           END-READ

           IF OPE-INATIVO
              MOVE "OPERADOR INATIVO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO LIBERA-SUPERVISOR-FIM
           END-IF

           SET LK-SEN-CONFERE   TO TRUE
           MOVE WS-SENHA-SUPERV TO LK-SEN-ENTRADA
           MOVE OPE-SENHA       TO LK-SEN-LEGADA
           MOVE OPE-SENHA-FORTE TO LK-SEN-FORTE
           CALL "PROG19" USING LK-SENHA END-CALL
           IF NOT LK-SEN-OK
              MOVE "SENHA INVALIDA" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO LIBERA-SUPERVISOR-FIM
           END-IF

           IF NOT OPE-SUPERVISOR
              MOVE "CANCELAMENTO RESTRITO A SUPERVISOR" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO LIBERA-SUPERVISOR-FIM
           END-IF

           SET CANC-LIBERADO TO TRUE
           .
       LIBERA-SUPERVISOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
       DEVOLVE-ESTOQUE.
      *-----------------------------------------------------------------
      *    Volta ao estoque os itens do pedido da fatura, com
      *    movimento 'E' carregando a fatura como documento, no
      *    mesmo formato da baixa 'S' do PROG64, para o deposito de
      *    onde a baixa saiu.
           PERFORM SEMEIA-SEQ-ESTMOV
           PERFORM ACHA-DEPOSITO-BAIXA THRU ACHA-DEPOSITO-BAIXA-FIM

           MOVE FAT-PEDIDO TO ITE-PEDIDO
           MOVE ZEROS      TO ITE-SEQ
           START PEDITEM KEY NOT LESS THAN ITE-KEY
                 INVALID KEY
                    MOVE 10 TO ITE-STAT
           END-START
           PERFORM DEVOLVE-UM-ITEM
              THRU DEVOLVE-UM-ITEM-SAI UNTIL FSI-FIM-REG
           MOVE ZEROS TO ITE-STAT
           .
       DEVOLVE-ESTOQUE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       DEVOLVE-UM-ITEM.
      *-----------------------------------------------------------------
           READ PEDITEM NEXT AT END
                GO TO DEVOLVE-UM-ITEM-SAI
           END-READ

           IF ITE-PEDIDO NOT = FAT-PEDIDO
              MOVE 10 TO ITE-STAT
              GO TO DEVOLVE-UM-ITEM-SAI
           END-IF

           MOVE ITE-PROD TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   GO TO DEVOLVE-UM-ITEM-SAI
           END-READ

      *    A mercadoria volta pelo custo congelado no faturamento,
      *    que entra no custo medio (PROG145).
           IF PRO-CUSTO-MEDIO NOT NUMERIC
              MOVE ZEROS TO PRO-CUSTO-MEDIO
           END-IF
           ADD 1 TO WS-PROX-SEQ-EMV
           SET SEQ-EMV-LIVRE TO TRUE
           IF ITE-CUSTO NOT = ZEROS
              MOVE PRO-COD         TO LK-CUS-PROD
              MOVE PRO-SALDO       TO LK-CUS-SALDO-ANT
              MOVE PRO-CUSTO-MEDIO TO LK-CUS-CUSTO-ANT
              MOVE ITE-QTDE        TO LK-CUS-QTDE
              MOVE ITE-CUSTO       TO LK-CUS-CUSTO-ENT
              MOVE WS-PROX-SEQ-EMV TO LK-CUS-SEQ-EMV
              MOVE WS-DATA-HOJE    TO LK-CUS-DATA
              MOVE SPACES          TO LK-CUS-DOC
              STRING 'FAT' WS-FAT-DOC DELIMITED BY SIZE
                INTO LK-CUS-DOC
              END-STRING
              CALL "PROG145" USING LK-CUSTO END-CALL
              MOVE LK-CUS-CUSTO-NOVO TO PRO-CUSTO-MEDIO
           END-IF

           ADD ITE-QTDE TO PRO-SALDO
           MOVE WS-DATA-HOJE TO PRO-DT-ALTERACAO
           REWRITE PRODUTO-PRO END-REWRITE

           SET LK-EDP-OP-SALDO TO TRUE
           MOVE ITE-PROD     TO LK-EDP-PROD
           MOVE WS-DEP-BAIXA TO LK-EDP-DEP
           MOVE ITE-QTDE     TO LK-EDP-QTDE
           CALL "PROG153" USING LK-ESTDEP END-CALL

      *    Produto com lote volta aos lotes que a fatura levou; o
      *    que o PROG64 baixou sem lote (e o item sem rastreio) volta
      *    sem lote.
           MOVE ITE-QTDE TO WS-QTDE-SEM-LOTE
           IF PRO-COM-LOTE AND TEM-FATLOTE
              MOVE WS-FAT-DOC TO FTL-FATURA
              MOVE ITE-SEQ    TO FTL-ITEM
              MOVE ZEROS      TO FTL-SEQ
              START FATLOTE KEY NOT LESS THAN FTL-KEY
                    INVALID KEY
                       MOVE 10 TO FTL-STAT
              END-START
              PERFORM DEVOLVE-UM-LOTE
                 THRU DEVOLVE-UM-LOTE-SAI UNTIL FSF-FIM-REG
              MOVE ZEROS TO FTL-STAT
           END-IF

           IF WS-QTDE-SEM-LOTE > ZEROS
              MOVE WS-QTDE-SEM-LOTE TO WS-QTDE-GRAVA
              MOVE SPACES           TO WS-LOTE-GRAVA
              MOVE ZEROS            TO WS-VALIDADE-GRAVA
              PERFORM GRAVA-ENTRADA
           END-IF

           ADD 1 TO WS-QTD-ITENS
           .
       DEVOLVE-UM-ITEM-SAI.
           EXIT.

      *-----------------------------------------------------------------
       DEVOLVE-UM-LOTE.
      *-----------------------------------------------------------------
      *    Linha de FATLOTE.ARQ do item: o lote volta a ter o saldo
      *    (PROG162) no deposito da baixa e a linha sai do rastreio,
      *    ja que o cliente nao ficou com a mercadoria.
           READ FATLOTE NEXT AT END
                GO TO DEVOLVE-UM-LOTE-SAI
           END-READ

           IF FTL-FATURA NOT = WS-FAT-DOC OR FTL-ITEM NOT = ITE-SEQ
              MOVE 10 TO FTL-STAT
              GO TO DEVOLVE-UM-LOTE-SAI
           END-IF

           IF FTL-LOTE NOT = SPACES
              AND FTL-QTDE NOT > WS-QTDE-SEM-LOTE
              SET LK-LOT-OP-ENTRADA TO TRUE
              MOVE ITE-PROD     TO LK-LOT-PROD
              MOVE WS-DEP-BAIXA TO LK-LOT-DEP
              MOVE FTL-LOTE     TO LK-LOT-NUMERO
              MOVE FTL-VALIDADE TO LK-LOT-VALIDADE
              MOVE FTL-QTDE     TO LK-LOT-QTDE
              MOVE WS-DATA-HOJE TO LK-LOT-DATA
              CALL "PROG162" USING LK-LOTE END-CALL
              IF NOT LK-LOT-ERRO
                 MOVE FTL-QTDE     TO WS-QTDE-GRAVA
                 MOVE FTL-LOTE     TO WS-LOTE-GRAVA
                 MOVE FTL-VALIDADE TO WS-VALIDADE-GRAVA
                 PERFORM GRAVA-ENTRADA
                 SUBTRACT FTL-QTDE FROM WS-QTDE-SEM-LOTE
              END-IF
           END-IF

           DELETE FATLOTE RECORD
                 INVALID KEY
                   MOVE 'DEVOLVE-UM-LOTE'                TO LK-PAR
                   MOVE 'DELETE'                         TO LK-CMD
                   MOVE 'FATLOTE'                        TO LK-ARQ
                   MOVE FTL-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-DELETE
           .
       DEVOLVE-UM-LOTE-SAI.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-ENTRADA.
      *-----------------------------------------------------------------
      *    Movimento 'E' do item (ou do lote do item) devolvido, no
      *    formato da baixa 'S' do PROG64. O primeiro usa o
      *    sequencial ja reservado para o custo medio.
           IF SEQ-EMV-USADA
              ADD 1 TO WS-PROX-SEQ-EMV
           END-IF
           SET SEQ-EMV-USADA TO TRUE
           MOVE WS-PROX-SEQ-EMV TO EMV-SEQ
           MOVE ITE-PROD        TO EMV-PROD
           MOVE WS-DATA-HOJE    TO EMV-DATA
           MOVE 'E'             TO EMV-TIPO
           MOVE WS-QTDE-GRAVA   TO EMV-QTDE
           MOVE SPACES          TO EMV-DOC
           STRING 'FAT' WS-FAT-DOC DELIMITED BY SIZE
             INTO EMV-DOC
           END-STRING
           MOVE WS-OPERADOR-EXEC TO EMV-OPERADOR
           MOVE ITE-CUSTO       TO EMV-CUSTO-UNIT
           MOVE WS-DEP-BAIXA    TO EMV-DEP
           MOVE ZEROS           TO EMV-DEP-DESTINO
           MOVE WS-LOTE-GRAVA   TO EMV-LOTE
           MOVE WS-VALIDADE-GRAVA TO EMV-VALIDADE
           WRITE ESTMOV-EMV
                 INVALID KEY
                   MOVE 'GRAVA-ENTRADA'                  TO LK-PAR
                   MOVE 'WRITE'                          TO LK-CMD
                   MOVE 'ESTMOV'                         TO LK-ARQ
                   MOVE EMV-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-WRITE
           .
       GRAVA-ENTRADA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       REABRE-PEDIDO.
      *-----------------------------------------------------------------
      *    O pedido volta para 'A' sem numero de fatura; faturado de
      *    novo pelo PROG22, a proxima rodada do PROG64 emite outra
      *    fatura. Os agregados saem do 'F' e voltam ao 'A'.
           IF SEM-PEDIDO
              GO TO REABRE-PEDIDO-FIM
           END-IF

           MOVE FAT-PEDIDO TO PED-NUMERO
           READ PEDIDOS
                INVALID KEY
                   GO TO REABRE-PEDIDO-FIM
           END-READ

           IF PED-NUM-FATURA NOT = WS-FAT-DOC
              GO TO REABRE-PEDIDO-FIM
           END-IF

      *    Pedido ja levado a contabilidade: o estorno sai no proximo
      *    extrato do PROG84. Rejeitado no retorno (PROG85) nunca foi
      *    contabilizado, nao ha o que estornar. Em todos os casos o
      *    pedido volta a "nao enviado" para o novo faturamento ser
      *    extraido de novo.
           IF CONTAB-ENVIADO OR CONTAB-ACEITO
              PERFORM GRAVA-ESTORNO-CONTABIL
                 THRU GRAVA-ESTORNO-CONTABIL-FIM
           END-IF

           MOVE PED-SITUACAO TO WS-SIT-PED-ANTES
           MOVE ZEROS  TO PED-NUM-FATURA
           MOVE SPACES TO PED-SIT-CONTAB
           MOVE 'A'    TO PED-SITUACAO
           REWRITE PEDIDOS-PED
               INVALID KEY
                   MOVE 'REABRE-PEDIDO'                  TO LK-PAR
                   MOVE 'REWRITE'                        TO LK-CMD
                   MOVE 'PEDIDOS'                        TO LK-ARQ
                   MOVE PED-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
                   GO TO REABRE-PEDIDO-FIM
           END-REWRITE

           IF WS-SIT-PED-ANTES NOT = PED-SITUACAO
              MOVE '-'              TO LK-PSM-OPER
              MOVE PED-CODV         TO LK-PSM-CODV
              MOVE PED-DATA (1:6)   TO LK-PSM-ANOMES
              MOVE WS-SIT-PED-ANTES TO LK-PSM-SIT
              MOVE PED-VALOR        TO LK-PSM-VALOR
              CALL "PROG102" USING LK-PEDSUM END-CALL

              MOVE '+'              TO LK-PSM-OPER
              MOVE PED-SITUACAO     TO LK-PSM-SIT
              CALL "PROG102" USING LK-PEDSUM END-CALL
           END-IF

      *    Reaberto volta a reservar o estoque devolvido dos itens.
           MOVE PED-NUMERO TO LK-RES-PEDIDO
           CALL "PROG140" USING LK-RESERVA END-CALL

           PERFORM MONTA-CABEC-AUDIT
           MOVE PED-NUMERO        TO AUD-CHAVE
           MOVE 'SITUACAO'        TO AUD-CAMPO
           MOVE WS-SIT-PED-ANTES  TO AUD-ANTES
           MOVE PED-SITUACAO      TO AUD-DEPOIS
           PERFORM GRAVA-LINHA-AUDITORIA
           MOVE 'NUM-FATURA'      TO AUD-CAMPO
           MOVE WS-FAT-DOC        TO AUD-ANTES
           MOVE ZEROS             TO AUD-DEPOIS
           PERFORM GRAVA-LINHA-AUDITORIA
           .
       REABRE-PEDIDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-ESTORNO-CONTABIL.
      *-----------------------------------------------------------------
           SET LK-SEQ-LANCTO TO TRUE
           CALL "PROG40" USING LK-SEQUENCIA END-CALL
           IF NOT LK-SEQ-OK
              MOVE "FALHA NA NUMERACAO DO ESTORNO CONTABIL"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO GRAVA-ESTORNO-CONTABIL-FIM
           END-IF

           MOVE SPACES           TO CONTLAN-CLN
           MOVE LK-SEQ-NUMERO    TO CLN-SEQ
           SET CLN-ESTORNO-FAT   TO TRUE
           MOVE WS-DATA-HOJE     TO CLN-DATA
           MOVE WS-FAT-DOC       TO CLN-FATURA
           MOVE FAT-PEDIDO       TO CLN-PEDIDO
           MOVE FAT-CODC         TO CLN-CODC
           MOVE WS-VLR-CANCELADO TO CLN-VALOR
           SET CLN-DEBITO        TO TRUE
           MOVE 'ESTORNO FATURA CANCELADA' TO CLN-HISTORICO
           MOVE WS-COD-SUPERV    TO CLN-OPERADOR
           SET CLN-PENDENTE      TO TRUE
           MOVE ZEROS            TO CLN-DT-ENVIO
           WRITE CONTLAN-CLN
                 INVALID KEY
                   MOVE 'GRAVA-ESTORNO-CONTABIL'         TO LK-PAR
                   MOVE 'WRITE'                          TO LK-CMD
                   MOVE 'CONTLAN'                        TO LK-ARQ
                   MOVE CLN-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
                   GO TO GRAVA-ESTORNO-CONTABIL-FIM
           END-WRITE

      *    Os impostos destacados pelo PROG64 voltam em credito, um
      *    lancamento por imposto.
           MOVE 'ICM'               TO WS-EST-TIPO
           MOVE WS-ICMS-CANCELADO   TO WS-EST-VALOR
           MOVE 'ESTORNO ICMS FATURA CANCELADA' TO WS-EST-HISTORICO
           PERFORM GRAVA-ESTORNO-IMPOSTO
              THRU GRAVA-ESTORNO-IMPOSTO-FIM
           MOVE 'IPI'               TO WS-EST-TIPO
           MOVE WS-IPI-CANCELADO    TO WS-EST-VALOR
           MOVE 'ESTORNO IPI FATURA CANCELADA' TO WS-EST-HISTORICO
           PERFORM GRAVA-ESTORNO-IMPOSTO
              THRU GRAVA-ESTORNO-IMPOSTO-FIM
           MOVE 'PIS'               TO WS-EST-TIPO
           MOVE WS-PIS-CANCELADO    TO WS-EST-VALOR
           MOVE 'ESTORNO PIS FATURA CANCELADA' TO WS-EST-HISTORICO
           PERFORM GRAVA-ESTORNO-IMPOSTO
              THRU GRAVA-ESTORNO-IMPOSTO-FIM
           MOVE 'COF'               TO WS-EST-TIPO
           MOVE WS-COF-CANCELADO    TO WS-EST-VALOR
           MOVE 'ESTORNO COFINS FAT. CANCELADA' TO WS-EST-HISTORICO
           PERFORM GRAVA-ESTORNO-IMPOSTO
              THRU GRAVA-ESTORNO-IMPOSTO-FIM
           .
       GRAVA-ESTORNO-CONTABIL-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-ESTORNO-IMPOSTO.
      *-----------------------------------------------------------------
           IF WS-EST-VALOR = ZEROS
              GO TO GRAVA-ESTORNO-IMPOSTO-FIM
           END-IF

           SET LK-SEQ-LANCTO TO TRUE
           CALL "PROG40" USING LK-SEQUENCIA END-CALL
           IF NOT LK-SEQ-OK
              MOVE "FALHA NA NUMERACAO DO ESTORNO CONTABIL"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO GRAVA-ESTORNO-IMPOSTO-FIM
           END-IF

           MOVE SPACES           TO CONTLAN-CLN
           MOVE LK-SEQ-NUMERO    TO CLN-SEQ
           MOVE WS-EST-TIPO      TO CLN-TIPO
           MOVE WS-DATA-HOJE     TO CLN-DATA
           MOVE WS-FAT-DOC       TO CLN-FATURA
           MOVE FAT-PEDIDO       TO CLN-PEDIDO
           MOVE FAT-CODC         TO CLN-CODC
           MOVE WS-EST-VALOR     TO CLN-VALOR
           SET CLN-CREDITO       TO TRUE
           MOVE WS-EST-HISTORICO TO CLN-HISTORICO
           MOVE WS-COD-SUPERV    TO CLN-OPERADOR
           SET CLN-PENDENTE      TO TRUE
           MOVE ZEROS            TO CLN-DT-ENVIO
           WRITE CONTLAN-CLN
                 INVALID KEY
                   MOVE 'GRAVA-ESTORNO-IMPOSTO'          TO LK-PAR
                   MOVE 'WRITE'                          TO LK-CMD
                   MOVE 'CONTLAN'                        TO LK-ARQ
                   MOVE CLN-STAT                         TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-WRITE
           .
       GRAVA-ESTORNO-IMPOSTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       SEMEIA-SEQ-ESTMOV.
      *-----------------------------------------------------------------
      *    Continua a numeracao dos movimentos a partir do maior
      *    sequencial ja gravado.
           MOVE ZEROS TO WS-PROX-SEQ-EMV
           MOVE HIGH-VALUES TO ESTMOV-EMV
           START ESTMOV KEY NOT GREATER THAN EMV-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ ESTMOV PREVIOUS
                         AT END CONTINUE
                         NOT AT END
                            MOVE EMV-SEQ TO WS-PROX-SEQ-EMV
                    END-READ
           END-START
           .
       SEMEIA-SEQ-ESTMOV-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ACHA-DEPOSITO-BAIXA.
      *-----------------------------------------------------------------
      *    Le o ESTMOV de tras para frente ate a saida da fatura (a
      *    baixa do pedido inteiro sai de um deposito so).
           MOVE ZEROS  TO WS-DEP-BAIXA
           MOVE SPACES TO WS-DOC-BAIXA
           STRING 'FAT' WS-FAT-DOC DELIMITED BY SIZE
             INTO WS-DOC-BAIXA
           END-STRING
           IF WS-PROX-SEQ-EMV = ZEROS
              GO TO ACHA-DEPOSITO-BAIXA-FIM
           END-IF
           MOVE WS-PROX-SEQ-EMV TO EMV-SEQ
           START ESTMOV KEY NOT GREATER THAN EMV-KEY
                 INVALID KEY
                    GO TO ACHA-DEPOSITO-BAIXA-FIM
           END-START
           .
       ACHA-DEPOSITO-BAIXA-LE.
           READ ESTMOV PREVIOUS AT END
                GO TO ACHA-DEPOSITO-BAIXA-FIM
           END-READ
           IF NOT EMV-SAIDA OR EMV-DOC NOT = WS-DOC-BAIXA
              GO TO ACHA-DEPOSITO-BAIXA-LE
           END-IF
           IF EMV-DEP NUMERIC
              MOVE EMV-DEP TO WS-DEP-BAIXA
           END-IF
           .
       ACHA-DEPOSITO-BAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MONTA-CABEC-AUDIT.
      *-----------------------------------------------------------------
           MOVE SPACES            TO LINHA-AUDITORIA
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO AUD-HORA
           MOVE 'PROG123'         TO AUD-PROGRAMA
           MOVE FAT-NUMERO        TO AUD-CHAVE
           MOVE LK-IDX-ID         TO AUD-IDEXEC
           .
       MONTA-CABEC-AUDIT-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-LINHA-AUDITORIA.
      *-----------------------------------------------------------------
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           .
       GRAVA-LINHA-AUDITORIA-FIM.
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
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDIDOS.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDIDOS
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ESTMOV.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-ESTMOV
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'MOTCANC.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-MOTCANC
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'OPERADOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-OPERADOR
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONTLAN.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CONTLAN
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATLOTE.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-FATLOTE
           END-STRING

           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------------
           OPEN I-O FATURA
           IF FS-NAO-EXISTE
              MOVE "FATURA.ARQ NAO ENCONTRADO - RODE O PROG64"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              CLOSE FATURA
              GOBACK
           END-IF

           OPEN INPUT MOTCANC
           IF FSM-NAO-EXISTE
              MOVE "MOTCANC.ARQ NAO ENCONTRADO - CADASTRE NO PROG74"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              CLOSE FATURA MOTCANC
              GOBACK
           END-IF

           OPEN INPUT OPERADOR
           IF FSO-NAO-EXISTE
              MOVE "OPERADOR.ARQ NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              CLOSE FATURA MOTCANC OPERADOR
              GOBACK
           END-IF

           SET TEM-PEDIDO TO TRUE
           OPEN I-O PEDIDOS
           IF FSP-NAO-EXISTE
              SET SEM-PEDIDO TO TRUE
           END-IF

           SET TEM-ESTOQUE TO TRUE
           OPEN INPUT PEDITEM
           IF FSI-NAO-EXISTE
              SET SEM-ESTOQUE TO TRUE
           END-IF

           IF TEM-ESTOQUE
              OPEN I-O PRODUTO
              IF FSPR-NAO-EXISTE
                 CLOSE PEDITEM PRODUTO
                 SET SEM-ESTOQUE TO TRUE
              END-IF
           END-IF

           IF TEM-ESTOQUE
              OPEN I-O ESTMOV
              IF FSE-NAO-EXISTE
                 OPEN OUTPUT ESTMOV
                 CLOSE ESTMOV
                 OPEN I-O ESTMOV
              END-IF
           END-IF

           SET SEM-FATLOTE TO TRUE
           IF TEM-ESTOQUE
              OPEN I-O FATLOTE
              IF FSF-OK
                 SET TEM-FATLOTE TO TRUE
              END-IF
           END-IF

           OPEN I-O CONTLAN
           IF FSL-NAO-EXISTE
              OPEN OUTPUT CONTLAN
              CLOSE CONTLAN
              OPEN I-O CONTLAN
           END-IF

           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       FECHA-ARQUIVOS.
      *-----------------------------------------------------------------
           CLOSE FATURA MOTCANC OPERADOR CONTLAN
           IF TEM-PEDIDO
              CLOSE PEDIDOS
           END-IF
           IF TEM-ESTOQUE
              CLOSE PEDITEM PRODUTO ESTMOV
           END-IF
           IF TEM-FATLOTE
              CLOSE FATLOTE
           END-IF
           .
       FECHA-ARQUIVOS-FIM.
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
           MOVE 'PROG123'                   TO LK-PRG
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.
