      *             receita desses pedidos e' atribuida a campanha,
      *             com a quebra por vendedor. A coluna MARCADO soma
      *             so os pedidos que carregam o codigo da campanha
      *             digitado no PROG22 (PED-CAMPANHA), e sobre
      *             eles o desconto promocional concedido pela
      *             oferta da campanha (ITE-DESC-PROMO x quantidade),
      *             por vendedor e no total, com o percentual sobre
      *             essa receita.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = campanha sem publico gerado
      *            12 = arquivo ausente ou campanha inexistente
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Desconto promocional concedido nos pedidos
      *              marcados com a campanha (ITE-DESC-PROMO, por
      *              vendedor e total) contra a receita gerada.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG122.
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              RECORD KEY           IS PED-KEY.

       SELECT PEDITEM ASSIGN TO WS-ARQ-PEDITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS ITE-STAT
              RECORD KEY   IS ITE-KEY.

       SELECT RELCAMP ASSIGN TO WS-ARQ-RELCAMP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       COPY FD_PEDIDOS.

       COPY FD_PEDITEM.

       FD RELCAMP
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
       77 WS-ARQ-CAMPANHA    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CAMPCLI     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELCAMP     PIC X(90) VALUE SPACES.

       77 CAM-STAT          PIC 9(02).
           88 FSPD-FIM-REG  VALUE 10.
           88 FSPD-NAO-EXISTE VALUE 35.

       77 ITE-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
           88 FSI-NAO-EXISTE VALUE 35.

      *    Sem os itens dos pedidos nao ha desconto a apurar.
       77 WS-TEM-ITENS      PIC X(01) VALUE 'N'.
           88 TEM-ITENS     VALUE 'S'.
           88 SEM-ITENS     VALUE 'N'.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-RESPONDEU      PIC X(01) VALUE 'N'.
       77 WS-VLR-ALVO       PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-MARCADO    PIC 9(11)V99 VALUE ZEROS.
       77 WS-DESC-MARCADO   PIC 9(11)V99 VALUE ZEROS.
       77 WS-DESC-ITEM      PIC 9(11)V99 VALUE ZEROS.

       01 WS-TAB-VEND.
           05 WS-TV-ENT OCCURS 2000 TIMES.
              10 WS-TV-ALVOS      PIC 9(05).
              10 WS-TV-RESP       PIC 9(05).
              10 WS-TV-RECEITA    PIC 9(11)V99.
              10 WS-TV-DESCONTO   PIC 9(11)V99.

       77 WS-QTD-VENDS      PIC 9(04) VALUE ZEROS.
       77 WS-IDX            PIC 9(04) VALUE ZEROS.
       77 WS-QTD-RESP       PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RECEITA    PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-MARCADO    PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-DESCONTO   PIC 9(13)V99 VALUE ZEROS.
       77 WS-PCT-DESCONTO   PIC 9(05)V99 VALUE ZEROS.
       77 WS-PCT-RESP       PIC 9(03)V99 VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.
           05 FILLER        PIC X(008)  VALUE 'ALVOS'.
           05 FILLER        PIC X(013)  VALUE 'RESPONDENTES'.
           05 FILLER        PIC X(018)  VALUE 'RECEITA JANELA'.
           05 FILLER        PIC X(018)  VALUE '  DESC.PROMOCIONAL'.

       01 LINHA-DET.
           05 REL-CODV      PIC 9(005).
           05 REL-RESP      PIC ZZZZ9.
           05 FILLER        PIC X(004)  VALUE SPACES.
           05 REL-RECEITA   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(001)  VALUE SPACES.
           05 REL-DESCONTO  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTAIS.
           05 FILLER        PIC X(08) VALUE 'ALVOS: '.
              'RECEITA COM O CODIGO DA CAMPANHA: '.
           05 TOT-MARCADO   PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-DESCONTO.
           05 FILLER        PIC X(34) VALUE
              'DESCONTO PROMOCIONAL CONCEDIDO..: '.
           05 TOT-DESCONTO  PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(22) VALUE
              '  SOBRE A RECEITA %: '.
           05 TOT-PCT-DESC  PIC ZZ.ZZ9,99.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_SPOOL.
              ADD 1 TO WS-QTD-RESP
              ADD WS-VLR-ALVO TO WS-TOT-RECEITA
           END-IF
           ADD WS-VLR-MARCADO  TO WS-TOT-MARCADO
           ADD WS-DESC-MARCADO TO WS-TOT-DESCONTO
           .
       APURA-UM-ALVO-SAI.
           EXIT.
      *    Pedidos do cliente alvo dentro da janela da campanha
      *    (nao cancelados), pela chave alternada PED-CODC.
           MOVE 'N'   TO WS-RESPONDEU
           MOVE ZEROS TO WS-VLR-ALVO WS-VLR-MARCADO WS-DESC-MARCADO

           MOVE CPC-CODC TO PED-CODC
           START PEDIDOS KEY NOT LESS THAN PED-CODC

           IF PED-CAMPANHA = WS-CAMP-BUSCA
              ADD PED-VALOR TO WS-VLR-MARCADO
              IF TEM-ITENS
                 MOVE PED-NUMERO TO ITE-PEDIDO
                 MOVE ZEROS      TO ITE-SEQ
                 START PEDITEM KEY NOT LESS THAN ITE-KEY
                       INVALID KEY
                          MOVE 10 TO ITE-STAT
                 END-START
                 PERFORM SOMA-DESCONTO-ITEM
                    THRU SOMA-DESCONTO-ITEM-SAI UNTIL FSI-FIM-REG
                 MOVE ZEROS TO ITE-STAT
              END-IF
           END-IF
           .
       OLHA-UM-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-DESCONTO-ITEM.
      *-------------------------------------------------------------*
      *    Desconto concedido pelo preco promocional (PROG22): o
      *    unitario gravado no item vezes a quantidade.
           READ PEDITEM NEXT AT END
                GO TO SOMA-DESCONTO-ITEM-SAI
           END-READ

           IF ITE-PEDIDO NOT = PED-NUMERO
              MOVE 10 TO ITE-STAT
              GO TO SOMA-DESCONTO-ITEM-SAI
           END-IF

           IF ITE-DESC-PROMO NOT NUMERIC
              GO TO SOMA-DESCONTO-ITEM-SAI
           END-IF

           COMPUTE WS-DESC-ITEM ROUNDED = ITE-DESC-PROMO * ITE-QTDE
           ADD WS-DESC-ITEM TO WS-DESC-MARCADO
           .
       SOMA-DESCONTO-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-VENDEDOR.
      *-------------------------------------------------------------*
              MOVE ZEROS TO WS-TV-ALVOS (WS-IDX-ACHOU)
                            WS-TV-RESP (WS-IDX-ACHOU)
                            WS-TV-RECEITA (WS-IDX-ACHOU)
                            WS-TV-DESCONTO (WS-IDX-ACHOU)
           END-IF

           ADD WS-DESC-MARCADO TO WS-TV-DESCONTO (WS-IDX-ACHOU)

           ADD 1 TO WS-TV-ALVOS (WS-IDX-ACHOU)
           IF WS-RESPONDEU = 'S'
              ADD 1           TO WS-TV-RESP (WS-IDX-ACHOU)
           MOVE WS-TV-ALVOS   (WS-IDX) TO REL-ALVOS
           MOVE WS-TV-RESP    (WS-IDX) TO REL-RESP
           MOVE WS-TV-RECEITA (WS-IDX) TO REL-RECEITA
           MOVE WS-TV-DESCONTO (WS-IDX) TO REL-DESCONTO
           WRITE RELCAMP-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           MOVE WS-TOT-MARCADO TO TOT-MARCADO
           WRITE RELCAMP-REL FROM LINHA-MARCADO AFTER 1

      *    Desconto promocional contra a receita que a campanha
      *    trouxe: a dos pedidos com o codigo dela, onde a oferta
      *    foi aplicada.
           MOVE WS-TOT-DESCONTO TO TOT-DESCONTO
           MOVE ZEROS           TO WS-PCT-DESCONTO
           IF WS-TOT-MARCADO NOT = ZEROS
              COMPUTE WS-PCT-DESCONTO ROUNDED =
                      WS-TOT-DESCONTO * 100 / WS-TOT-MARCADO
           END-IF
           MOVE WS-PCT-DESCONTO TO TOT-PCT-DESC
           WRITE RELCAMP-REL FROM LINHA-DESCONTO AFTER 1

           IF MODO-BATCH
              DISPLAY 'RESPOSTA DA CAMPANHA - ' LINHA-TOTAIS
              DISPLAY 'RESPOSTA DA CAMPANHA - ' LINHA-DESCONTO
           END-IF
           .
       TOTAIS-FIM.
             INTO WS-ARQ-PEDIDOS
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDITEM
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'             TO LK-SPL-OPER
              PERFORM FINALIZA
           END-IF

           SET TEM-ITENS TO TRUE
           OPEN INPUT PEDITEM
           IF FSI-NAO-EXISTE
              SET SEM-ITENS TO TRUE
           END-IF

           OPEN OUTPUT RELCAMP
           .
       ABRIR-ARQUIVO-FIM.
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE CAMPANHA CAMPCLI PEDIDOS RELCAMP
           IF TEM-ITENS
              CLOSE PEDITEM
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG122'      TO LK-SPL-PROGRAMA
