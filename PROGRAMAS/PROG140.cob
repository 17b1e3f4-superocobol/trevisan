      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG140 - Reserva de Estoque do Pedido
      * Chamadas..: PROG153 - Saldo de Estoque por Deposito
      * Parametros: LK_RESERVA - numero do pedido; devolve em
      *             LK-RES-RET se a reserva foi acertada.
      * Observação: Chamado depois de toda gravacao que mexe na
      *             reserva: item novo e alteracao/exclusao de pedido
      *             (PROG22), fila de aprovacao (PROG98),
      *             cancelamento (PROG119), faturamento (PROG64),
      *             cancelamento de fatura (PROG123), reversao de
      *             auditoria (PROG29) e arquivamento (PROG88).
      *             Pedido reserva estoque enquanto aprovado e ainda
      *             sem fatura: PED-ABERTO, ou PED-FATURADO sem
      *             PED-NUM-FATURA (marcado para a proxima rodada do
      *             PROG64, que baixa o saldo). Pendente, cancelado,
      *             faturado com fatura ou inexistente (excluido,
      *             arquivado) nao reserva.
      *             Cada item guarda em ITE-RESERVADO se ja esta
      *             somado em PRO-RESERVADO, de modo que a chamada
      *             repetida nao reserva nem libera duas vezes: o
      *             PROG140 so soma o item que deve reservar e nao
      *             esta marcado, e so subtrai o marcado que nao deve
      *             mais reservar. Divergencia (queda no meio, restore
      *             de arquivo) se resolve com o PROG141.
      *             A reserva tambem e' somada no deposito que atende
      *             o cliente (CLI-DEPOSITO, EDP-RESERVADO pelo
      *             PROG153), guardado em ITE-DEPOSITO para a
      *             liberacao sair do mesmo deposito.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Reserva por deposito: o item reserva no deposito
      *              do cliente (CLI-DEPOSITO) via PROG153 e guarda o
      *              deposito em ITE-DEPOSITO para a liberacao.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG140.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
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

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS CLI-KEY.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_PEDIDOS.

       COPY FD_PEDITEM.

       COPY FD_PRODUTO.

       COPY FD_CLIENTES.

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.

       77 PED-STAT          PIC 9(02).
           88 FSPD-OK       VALUE ZEROS.
           88 FSPD-NAO-EXISTE VALUE 35.

       77 ITE-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
           88 FSI-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.

      *    Deposito que atende o cliente do pedido (ZEROS = o
      *    principal, resolvido pelo PROG153).
       77 WS-DEP-PEDIDO     PIC 9(03) VALUE ZEROS.

       77 WS-DEVE-RESERVAR  PIC X(01) VALUE 'N'.
           88 DEVE-RESERVAR VALUE 'S'.
           88 NAO-RESERVA   VALUE 'N'.

       COPY LK_ESTDEP.

       LINKAGE             SECTION.

       COPY LK_RESERVA.

       PROCEDURE   DIVISION   USING    LK-RESERVA.

       INICIO.
           SET LK-RES-ERRO TO TRUE

           PERFORM MONTA-CAMINHOS

      *    Sem itens gravados ainda nao ha o que reservar.
           OPEN I-O PEDITEM
           IF FSI-NAO-EXISTE
              SET LK-RES-OK TO TRUE
              GOBACK
           END-IF

           OPEN INPUT PEDIDOS
           IF FSPD-NAO-EXISTE
              CLOSE PEDITEM
              GOBACK
           END-IF

           OPEN I-O PRODUTO
           IF FSP-NAO-EXISTE
              CLOSE PEDITEM PEDIDOS
              GOBACK
           END-IF

           SET NAO-RESERVA TO TRUE
           MOVE ZEROS TO WS-DEP-PEDIDO
           MOVE LK-RES-PEDIDO TO PED-NUMERO
           READ PEDIDOS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PED-ABERTO
                      OR (PED-FATURADO AND PED-NUM-FATURA = ZEROS)
                      SET DEVE-RESERVAR TO TRUE
                      PERFORM ACHA-DEPOSITO THRU ACHA-DEPOSITO-FIM
                   END-IF
           END-READ

           MOVE LK-RES-PEDIDO TO ITE-PEDIDO
           MOVE ZEROS         TO ITE-SEQ
           START PEDITEM KEY NOT LESS THAN ITE-KEY
                 INVALID KEY
                    MOVE 10 TO ITE-STAT
           END-START
           PERFORM ACERTA-UM-ITEM
              THRU ACERTA-UM-ITEM-SAI UNTIL FSI-FIM-REG

           SET LK-RES-OK TO TRUE
           CLOSE PEDITEM PEDIDOS PRODUTO
           GOBACK
           .
       FIM-PROGRAMA.
           EXIT.

      *-------------------------------------------------------------*
       ACERTA-UM-ITEM.
      *-------------------------------------------------------------*
           READ PEDITEM NEXT AT END
                GO TO ACERTA-UM-ITEM-SAI
           END-READ

           IF ITE-PEDIDO NOT = LK-RES-PEDIDO
              MOVE 10 TO ITE-STAT
              GO TO ACERTA-UM-ITEM-SAI
           END-IF

      *    Item ja na situacao certa: nada a fazer.
           IF DEVE-RESERVAR AND ITE-COM-RESERVA
              GO TO ACERTA-UM-ITEM-SAI
           END-IF
           IF NAO-RESERVA AND NOT ITE-COM-RESERVA
              GO TO ACERTA-UM-ITEM-SAI
           END-IF

           MOVE ITE-PROD TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   GO TO ACERTA-UM-ITEM-SAI
           END-READ

      *    Registro gravado antes da reserva existir vale zero.
           IF PRO-RESERVADO NOT NUMERIC
              MOVE ZEROS TO PRO-RESERVADO
           END-IF

      *    Liberacao que passaria de zero trava em zero (reserva
      *    desatualizada): o PROG141 reconstroi dos pedidos.
      *    A reserva do deposito acompanha: reserva no deposito do
      *    cliente e libera no deposito gravado no item.
           SET LK-EDP-OP-RESERVA TO TRUE
           MOVE ITE-PROD TO LK-EDP-PROD
           IF DEVE-RESERVAR
              ADD ITE-QTDE TO PRO-RESERVADO
              MOVE 'S' TO ITE-RESERVADO
              MOVE WS-DEP-PEDIDO TO LK-EDP-DEP
              MOVE ITE-QTDE      TO LK-EDP-QTDE
              CALL "PROG153" USING LK-ESTDEP END-CALL
              MOVE LK-EDP-DEP    TO ITE-DEPOSITO
           ELSE
              IF PRO-RESERVADO NOT < ITE-QTDE
                 SUBTRACT ITE-QTDE FROM PRO-RESERVADO
              ELSE
                 MOVE ZEROS TO PRO-RESERVADO
              END-IF
              MOVE 'N' TO ITE-RESERVADO
              IF ITE-DEPOSITO NOT NUMERIC
                 MOVE ZEROS TO ITE-DEPOSITO
              END-IF
              MOVE ITE-DEPOSITO  TO LK-EDP-DEP
              COMPUTE LK-EDP-QTDE = ITE-QTDE * -1
              CALL "PROG153" USING LK-ESTDEP END-CALL
              MOVE ZEROS         TO ITE-DEPOSITO
           END-IF

           REWRITE PRODUTO-PRO
               INVALID KEY
                  GO TO ACERTA-UM-ITEM-SAI
           END-REWRITE
           REWRITE PEDITEM-ITE END-REWRITE
           .
       ACERTA-UM-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-DEPOSITO.
      *-------------------------------------------------------------*
      *    Deposito do cliente do pedido; cliente nao achado ou sem
      *    cadastro de clientes fica o principal.
           OPEN INPUT CLIENTES
           IF NOT FSC-OK
              GO TO ACHA-DEPOSITO-FIM
           END-IF
           MOVE PED-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF CLI-DEPOSITO NUMERIC
                      MOVE CLI-DEPOSITO TO WS-DEP-PEDIDO
                   END-IF
           END-READ
           CLOSE CLIENTES
           .
       ACHA-DEPOSITO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-CAMINHOS.
      *-------------------------------------------------------------*
      *    O diretorio dos arquivos de dados vem da variavel de
      *    ambiente COBOL_DATA_DIR (com a barra final incluida), para
      *    permitir apontar um ambiente de testes sem recompilar. Se
      *    a variavel nao estiver definida, mantem C:\COBOL\.
           ACCEPT WS-DIR-DADOS FROM ENVIRONMENT 'COBOL_DATA_DIR'
           IF WS-DIR-DADOS = SPACES
              MOVE 'C:\COBOL\' TO WS-DIR-DADOS
           END-IF

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
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
