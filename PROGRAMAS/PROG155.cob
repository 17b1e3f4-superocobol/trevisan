      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG155 - Carga Inicial dos Depositos
      * Chamadas..: PROG153 - Saldo de Estoque por Deposito
      * Observação: Utilitario de uso unico da implantacao dos
      *             depositos, sem tela:
      *             - sem deposito principal em DEPOSITO.ARQ, marca
      *               o 001 como principal (criando-o, se preciso);
      *             - produto sem nenhum registro em ESTDEP.ARQ
      *               recebe o saldo e a reserva totais (PRO-SALDO/
      *               PRO-RESERVADO) no deposito principal;
      *             - item de pedido com reserva e sem ITE-DEPOSITO
      *               fica com a reserva no principal;
      *             - cliente sem CLI-DEPOSITO recebe o deposito
      *               ativo mais proximo (PROG153);
      *             - movimento sem EMV-DEP fica no principal.
      *             Rodar de novo nao duplica nada: so preenche o
      *             que ainda esta vazio.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *            12 = falha ao abrir/criar DEPOSITO ou ESTDEP
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG155.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT DEPOSITO ASSIGN TO WS-ARQ-DEPOSITO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS DEP-STAT
              RECORD KEY   IS DEP-KEY.

       SELECT ESTDEP ASSIGN TO WS-ARQ-ESTDEP
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS EDP-STAT
              RECORD KEY   IS EDP-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       SELECT PEDITEM ASSIGN TO WS-ARQ-PEDITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS ITE-STAT
              RECORD KEY   IS ITE-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS SEQUENTIAL
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS CLI-KEY.

       SELECT ESTMOV ASSIGN TO WS-ARQ-ESTMOV
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS EMV-STAT
              RECORD KEY   IS EMV-KEY.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_DEPOSITO.

       COPY FD_ESTDEP.

       COPY FD_PRODUTO.

       COPY FD_PEDITEM.

       COPY FD_CLIENTES.

       COPY FD_ESTMOV.

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-DEPOSITO    PIC X(70) VALUE SPACES.
       77 WS-ARQ-ESTDEP      PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-ESTMOV      PIC X(70) VALUE SPACES.

       77 DEP-STAT          PIC 9(02).
           88 FSD-OK        VALUE ZEROS.
           88 FSD-FIM-REG   VALUE 10.
           88 FSD-NAO-EXISTE VALUE 35.

       77 EDP-STAT          PIC 9(02).
           88 FSE-OK        VALUE ZEROS.
           88 FSE-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-FIM-REG   VALUE 10.

       77 ITE-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-FIM-REG   VALUE 10.

       77 EMV-STAT          PIC 9(02).
           88 FSM-OK        VALUE ZEROS.
           88 FSM-FIM-REG   VALUE 10.

       77 WS-TEM-PRINCIPAL  PIC X(01) VALUE 'N'.
           88 TEM-PRINCIPAL VALUE 'S'.
       77 WS-TEM-SALDO-DEP  PIC X(01) VALUE 'N'.
           88 TEM-SALDO-DEP VALUE 'S'.
           88 SEM-SALDO-DEP VALUE 'N'.

       77 WS-DEP-PRINCIPAL  PIC 9(03) VALUE 1.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PRODUTOS   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ITENS      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CLIENTES   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOVTOS     PIC 9(07) VALUE ZEROS.

       COPY LK_ESTDEP.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM GARANTE-PRINCIPAL THRU GARANTE-PRINCIPAL-FIM
           IF WS-RETCODE NOT = ZEROS
              PERFORM FINALIZA
           END-IF

           PERFORM CARREGA-SALDOS THRU CARREGA-SALDOS-FIM
           IF WS-RETCODE NOT = ZEROS
              PERFORM FINALIZA
           END-IF

           PERFORM MARCA-ITENS THRU MARCA-ITENS-FIM

           PERFORM MARCA-CLIENTES THRU MARCA-CLIENTES-FIM

           PERFORM MARCA-MOVTOS THRU MARCA-MOVTOS-FIM

           DISPLAY 'DEPOSITO PRINCIPAL...............: '
                   WS-DEP-PRINCIPAL
           DISPLAY 'PRODUTOS CARREGADOS NO PRINCIPAL.: '
                   WS-QTD-PRODUTOS
           DISPLAY 'ITENS COM RESERVA NO PRINCIPAL...: '
                   WS-QTD-ITENS
           DISPLAY 'CLIENTES COM DEPOSITO ATRIBUIDO..: '
                   WS-QTD-CLIENTES
           DISPLAY 'MOVIMENTOS MARCADOS NO PRINCIPAL.: '
                   WS-QTD-MOVTOS

           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       GARANTE-PRINCIPAL.
      *-------------------------------------------------------------*
      *    Deposito principal ja marcado fica como esta; senao o
      *    001 passa a ser o principal.
           OPEN I-O DEPOSITO
           IF FSD-NAO-EXISTE
              OPEN OUTPUT DEPOSITO
              CLOSE DEPOSITO
              OPEN I-O DEPOSITO
           END-IF
           IF NOT FSD-OK
              DISPLAY 'ERRO ' DEP-STAT ' AO ABRIR DEPOSITO'
              MOVE 12 TO WS-RETCODE
              GO TO GARANTE-PRINCIPAL-FIM
           END-IF

           MOVE LOW-VALUES TO DEP-KEY
           START DEPOSITO KEY NOT LESS THAN DEP-KEY
                 INVALID KEY
                    MOVE 10 TO DEP-STAT
           END-START
           PERFORM PROCURA-PRINCIPAL THRU PROCURA-PRINCIPAL-SAI
              UNTIL FSD-FIM-REG OR TEM-PRINCIPAL

           IF TEM-PRINCIPAL
              CLOSE DEPOSITO
              GO TO GARANTE-PRINCIPAL-FIM
           END-IF

           MOVE 1 TO WS-DEP-PRINCIPAL
           MOVE WS-DEP-PRINCIPAL TO DEP-COD
           READ DEPOSITO
                INVALID KEY
                   MOVE 'DEPOSITO PRINCIPAL' TO DEP-NOME
                   MOVE ZEROS TO DEP-LATIT DEP-LONGI
                   SET DEP-ATIVO       TO TRUE
                   SET DEP-E-PRINCIPAL TO TRUE
                   MOVE WS-DATA-HOJE   TO DEP-DT-ALTERACAO
                   WRITE DEPOSITO-DEP END-WRITE
                NOT INVALID KEY
                   SET DEP-ATIVO       TO TRUE
                   SET DEP-E-PRINCIPAL TO TRUE
                   MOVE WS-DATA-HOJE   TO DEP-DT-ALTERACAO
                   REWRITE DEPOSITO-DEP END-REWRITE
           END-READ
           IF NOT FSD-OK
              DISPLAY 'ERRO ' DEP-STAT ' AO GRAVAR DEPOSITO'
              MOVE 12 TO WS-RETCODE
           END-IF
           CLOSE DEPOSITO
           .
       GARANTE-PRINCIPAL-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-PRINCIPAL.
      *-------------------------------------------------------------*
           READ DEPOSITO NEXT AT END
                GO TO PROCURA-PRINCIPAL-SAI
           END-READ
           IF DEP-E-PRINCIPAL
              SET TEM-PRINCIPAL TO TRUE
              MOVE DEP-COD TO WS-DEP-PRINCIPAL
           END-IF
           .
       PROCURA-PRINCIPAL-SAI.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-SALDOS.
      *-------------------------------------------------------------*
           OPEN I-O ESTDEP
           IF FSE-NAO-EXISTE
              OPEN OUTPUT ESTDEP
              CLOSE ESTDEP
              OPEN I-O ESTDEP
           END-IF
           IF NOT FSE-OK
              DISPLAY 'ERRO ' EDP-STAT ' AO ABRIR ESTDEP'
              MOVE 12 TO WS-RETCODE
              GO TO CARREGA-SALDOS-FIM
           END-IF

      *    Sem cadastro de produtos nao ha saldo a carregar.
           OPEN INPUT PRODUTO
           IF NOT FSP-OK
              CLOSE ESTDEP
              GO TO CARREGA-SALDOS-FIM
           END-IF

           PERFORM CARREGA-PRODUTO THRU CARREGA-PRODUTO-SAI
              UNTIL FSP-FIM-REG

           CLOSE PRODUTO
           CLOSE ESTDEP
           .
       CARREGA-SALDOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-PRODUTO.
      *-------------------------------------------------------------*
           READ PRODUTO NEXT AT END
                GO TO CARREGA-PRODUTO-SAI
           END-READ

      *    Produto que ja tem saldo em algum deposito ja foi
      *    carregado (ou ja movimentou depois da implantacao).
           SET SEM-SALDO-DEP TO TRUE
           MOVE PRO-COD TO EDP-PROD
           MOVE ZEROS   TO EDP-DEP
           START ESTDEP KEY NOT LESS THAN EDP-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ ESTDEP NEXT
                         AT END
                            CONTINUE
                         NOT AT END
                            IF EDP-PROD = PRO-COD
                               SET TEM-SALDO-DEP TO TRUE
                            END-IF
                    END-READ
           END-START
           IF TEM-SALDO-DEP
              GO TO CARREGA-PRODUTO-SAI
           END-IF

           MOVE PRO-COD          TO EDP-PROD
           MOVE WS-DEP-PRINCIPAL TO EDP-DEP
           MOVE PRO-SALDO        TO EDP-SALDO
           MOVE PRO-RESERVADO    TO EDP-RESERVADO
           MOVE WS-DATA-HOJE     TO EDP-DT-ALTERACAO
           WRITE ESTDEP-EDP
                 INVALID KEY
                    DISPLAY 'ERRO ' EDP-STAT ' GRAVANDO ESTDEP '
                            'PRODUTO ' PRO-COD
                 NOT INVALID KEY
                    ADD 1 TO WS-QTD-PRODUTOS
           END-WRITE
           .
       CARREGA-PRODUTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       MARCA-ITENS.
      *-------------------------------------------------------------*
           OPEN I-O PEDITEM
           IF NOT FSI-OK
              GO TO MARCA-ITENS-FIM
           END-IF
           PERFORM MARCA-UM-ITEM THRU MARCA-UM-ITEM-SAI
              UNTIL FSI-FIM-REG
           CLOSE PEDITEM
           .
       MARCA-ITENS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MARCA-UM-ITEM.
      *-------------------------------------------------------------*
           READ PEDITEM NEXT AT END
                GO TO MARCA-UM-ITEM-SAI
           END-READ

           IF ITE-DEPOSITO NUMERIC
              AND (ITE-DEPOSITO NOT = ZEROS OR NOT ITE-COM-RESERVA)
              GO TO MARCA-UM-ITEM-SAI
           END-IF

           MOVE ZEROS TO ITE-DEPOSITO
           IF ITE-COM-RESERVA
              MOVE WS-DEP-PRINCIPAL TO ITE-DEPOSITO
              ADD 1 TO WS-QTD-ITENS
           END-IF
           REWRITE PEDITEM-ITE END-REWRITE
           .
       MARCA-UM-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       MARCA-CLIENTES.
      *-------------------------------------------------------------*
           OPEN I-O CLIENTES
           IF NOT FSC-OK
              GO TO MARCA-CLIENTES-FIM
           END-IF
           PERFORM MARCA-UM-CLIENTE THRU MARCA-UM-CLIENTE-SAI
              UNTIL FSC-FIM-REG
           CLOSE CLIENTES
           .
       MARCA-CLIENTES-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MARCA-UM-CLIENTE.
      *-------------------------------------------------------------*
           READ CLIENTES NEXT AT END
                GO TO MARCA-UM-CLIENTE-SAI
           END-READ

           IF CLI-DEPOSITO NUMERIC AND CLI-DEPOSITO NOT = ZEROS
              GO TO MARCA-UM-CLIENTE-SAI
           END-IF

           SET LK-EDP-OP-PROXIMO TO TRUE
           MOVE CLI-LATIT TO LK-EDP-LATIT
           MOVE CLI-LONGI TO LK-EDP-LONGI
           CALL "PROG153" USING LK-ESTDEP END-CALL
           MOVE LK-EDP-DEP TO CLI-DEPOSITO
           REWRITE CLIENTES-CLI END-REWRITE
           ADD 1 TO WS-QTD-CLIENTES
           .
       MARCA-UM-CLIENTE-SAI.
           EXIT.

      *-------------------------------------------------------------*
       MARCA-MOVTOS.
      *-------------------------------------------------------------*
           OPEN I-O ESTMOV
           IF NOT FSM-OK
              GO TO MARCA-MOVTOS-FIM
           END-IF
           PERFORM MARCA-UM-MOVTO THRU MARCA-UM-MOVTO-SAI
              UNTIL FSM-FIM-REG
           CLOSE ESTMOV
           .
       MARCA-MOVTOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MARCA-UM-MOVTO.
      *-------------------------------------------------------------*
           READ ESTMOV NEXT AT END
                GO TO MARCA-UM-MOVTO-SAI
           END-READ

           IF EMV-DEP NUMERIC AND EMV-DEP NOT = ZEROS
              GO TO MARCA-UM-MOVTO-SAI
           END-IF

           MOVE WS-DEP-PRINCIPAL TO EMV-DEP
           MOVE ZEROS            TO EMV-DEP-DESTINO
           REWRITE ESTMOV-EMV END-REWRITE
           ADD 1 TO WS-QTD-MOVTOS
           .
       MARCA-UM-MOVTO-SAI.
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
                  'DEPOSITO.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-DEPOSITO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ESTDEP.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-ESTDEP
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ESTMOV.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-ESTMOV
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
