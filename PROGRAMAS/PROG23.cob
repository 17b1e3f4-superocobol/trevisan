      *             da carteira em DISTRIB.ARQ (chave DIS-CODV) para
      *             expor vendedor com carteira grande e sem venda.
      *             Saida impressa (REL-PROD.TXT) e CSV (REL-PROD.CSV).
      *             Fecha com os totais por equipe (supervisor e
      *             gerente) pela estrutura EQUIPE.ARQ vigente na data
      *             final (PROG177).
      * Historico.:
      *   2026 mnt - As devolucoes do periodo (DEVOLUCAO.ARQ,
      *              PROG114) passam a ser abatidas da producao e da
      *              historico COMHIST.ARQ (PROG101, fallback
      *              VEN-COMISSAO): reprocessar um periodo antigo
      *              nao recalcula com a taxa de hoje.
      *   2026 mnt - Totais por equipe (supervisor e gerente)
      *              pela estrutura EQUIPE.ARQ vigente na data
      *              final, via PROG177.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG23.
       77 WS-TOT-VLR-PED    PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-VLR-COM    PIC 9(13)V99 VALUE ZEROS.

      *    Totais por equipe: uma linha por supervisor, pela
      *    estrutura vigente no fim do periodo (EQUIPE.ARQ, PROG177),
      *    em ordem de gerente e supervisor, com o subtotal de cada
      *    gerente. Vendedor fora da estrutura fica em SEM EQUIPE.
       77 WS-DT-EQUIPE      PIC 9(08) VALUE ZEROS.
       77 WS-QTD-EQP        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-EQP        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-EQP-ACHOU  PIC 9(04) VALUE ZEROS.
       77 WS-EQP-TROCOU     PIC X(01) VALUE 'N'.
           88 EQP-TROCOU-SIM VALUE 'S'.
           88 EQP-TROCOU-NAO VALUE 'N'.
       77 WS-GER-ANT        PIC 9(05) VALUE ZEROS.
       77 WS-GER-QTD        PIC 9(05) VALUE ZEROS.
       77 WS-GER-VLR-PED    PIC 9(13)V99 VALUE ZEROS.
       77 WS-GER-VLR-COM    PIC 9(13)V99 VALUE ZEROS.

       01 WS-TAB-EQUIPE.
           05 WS-EQP-ENT OCCURS 500 TIMES.
              10 WS-EQP-CHAVE.
                 15 WS-EQP-GERENTE PIC 9(05).
                 15 WS-EQP-SUPERV  PIC 9(05).
              10 WS-EQP-QTD        PIC 9(05).
              10 WS-EQP-VLR-PED    PIC 9(13)V99.
              10 WS-EQP-VLR-COM    PIC 9(13)V99.

       01 WS-EQP-TROCA      PIC X(45).

       77 WS-PRIMEIRA       PIC X(01) VALUE 'S'.
           88 PRIMEIRA-LINHA     VALUE 'S'.
           88 NAO-PRIMEIRA-LINHA VALUE 'N'.
           05 FILLER        PIC X(12) VALUE '  COMISSAO: '.
           05 TOT-COM       PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-EQP-TIT.
           05 FILLER        PIC X(40) VALUE
              'TOTAIS POR EQUIPE - ESTRUTURA VIGENTE EM'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 EQT-DIA       PIC 9(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 EQT-MES       PIC 9(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 EQT-ANO       PIC 9(04).

       01 LINHA-EQP-DET.
           05 EQD-TIPO      PIC X(13).
           05 EQD-CODV      PIC ZZZZ9 BLANK WHEN ZERO.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 EQD-NOME      PIC X(30).
           05 FILLER        PIC X(07) VALUE ' VEND: '.
           05 EQD-QTD       PIC ZZZZ9.
           05 FILLER        PIC X(12) VALUE '  PRODUCAO: '.
           05 EQD-VLR-PED   PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(12) VALUE '  COMISSAO: '.
           05 EQD-VLR-COM   PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       01 LINHA-CSV-CAB.

       COPY LK_TAXACOM.

       COPY LK_EQUIPE.

       COPY screenio.

       SCREEN SECTION.
              MOVE 99999999 TO WS-DATA-FIM
           END-IF

      *    A equipe de cada vendedor e' a do fim do periodo; sem
      *    data final, a de hoje.
           IF WS-DATA-FIM = 99999999
              MOVE WS-DATA-COMPLETA TO WS-DT-EQUIPE
           ELSE
              MOVE WS-DATA-FIM      TO WS-DT-EQUIPE
           END-IF

      *    Percorre os vendedores na ordem da chave alternada VEN-UF,
      *    que e' a ordem de quebra do relatorio.
           MOVE LOW-VALUES TO VENDEDOR-REG
           END-IF

           PERFORM TOTAIS
           PERFORM IMPRIME-EQUIPES THRU IMPRIME-EQUIPES-FIM
           PERFORM FINALIZA
           .
       FIM-PROCESSO.
           ADD WS-QTD-PEDIDOS  TO WS-SUB-QTD-PED WS-TOT-QTD-PED
           ADD WS-VLR-PEDIDOS  TO WS-SUB-VLR-PED WS-TOT-VLR-PED
           ADD WS-VLR-COMISSAO TO WS-SUB-VLR-COM WS-TOT-VLR-COM

           PERFORM ACUMULA-EQUIPE THRU ACUMULA-EQUIPE-SAI
           .
       PROCESSA-VENDEDOR-SAI.
           EXIT.
       TOTAIS-FIM.
           EXIT.

      *-----------------------------------------------------------*
       ACUMULA-EQUIPE.
      *-----------------------------------------------------------*
      *    Soma o vendedor corrente na linha do seu supervisor.
           MOVE VEN-COD      TO LK-EQ-CODV
           MOVE WS-DT-EQUIPE TO LK-EQ-DATA
           CALL "PROG177" USING LK-EQUIPE END-CALL

           MOVE ZEROS TO WS-IDX-EQP-ACHOU
           PERFORM LOCALIZA-EQUIPE
               VARYING WS-IDX-EQP FROM 1 BY 1
               UNTIL WS-IDX-EQP > WS-QTD-EQP
                  OR WS-IDX-EQP-ACHOU NOT = ZEROS

           IF WS-IDX-EQP-ACHOU = ZEROS
              IF WS-QTD-EQP = 500
                 GO TO ACUMULA-EQUIPE-SAI
              END-IF
              ADD 1 TO WS-QTD-EQP
              MOVE WS-QTD-EQP    TO WS-IDX-EQP-ACHOU
              MOVE LK-EQ-GERENTE TO WS-EQP-GERENTE (WS-QTD-EQP)
              MOVE LK-EQ-SUPERV  TO WS-EQP-SUPERV (WS-QTD-EQP)
              MOVE ZEROS         TO WS-EQP-QTD (WS-QTD-EQP)
                                    WS-EQP-VLR-PED (WS-QTD-EQP)
                                    WS-EQP-VLR-COM (WS-QTD-EQP)
           END-IF

           ADD 1               TO WS-EQP-QTD (WS-IDX-EQP-ACHOU)
           ADD WS-VLR-PEDIDOS  TO WS-EQP-VLR-PED (WS-IDX-EQP-ACHOU)
           ADD WS-VLR-COMISSAO TO WS-EQP-VLR-COM (WS-IDX-EQP-ACHOU)
           .
       ACUMULA-EQUIPE-SAI.
           EXIT.

      *-----------------------------------------------------------*
       LOCALIZA-EQUIPE.
      *-----------------------------------------------------------*
           IF WS-EQP-GERENTE (WS-IDX-EQP) = LK-EQ-GERENTE
              AND WS-EQP-SUPERV (WS-IDX-EQP) = LK-EQ-SUPERV
              MOVE WS-IDX-EQP TO WS-IDX-EQP-ACHOU
           END-IF
           .
       LOCALIZA-EQUIPE-FIM.
           EXIT.

      *-----------------------------------------------------------*
       IMPRIME-EQUIPES.
      *-----------------------------------------------------------*
      *    So sai quando ha estrutura cadastrada: todos em SEM
      *    EQUIPE nao acrescenta nada ao relatorio.
           IF WS-QTD-EQP = ZEROS
              GO TO IMPRIME-EQUIPES-FIM
           END-IF
           IF WS-QTD-EQP = 1 AND WS-EQP-CHAVE (1) = ZEROS
              GO TO IMPRIME-EQUIPES-FIM
           END-IF

           SET EQP-TROCOU-SIM TO TRUE
           PERFORM ORDENA-EQP-PASSADA UNTIL EQP-TROCOU-NAO

           PERFORM IMP-CABEC-EQUIPE
           MOVE ZEROS TO WS-GER-ANT WS-GER-QTD WS-GER-VLR-PED
                         WS-GER-VLR-COM
           PERFORM IMPRIME-UMA-EQUIPE
               VARYING WS-IDX-EQP FROM 1 BY 1
               UNTIL WS-IDX-EQP > WS-QTD-EQP
           PERFORM IMPRIME-TOTAL-GERENTE
           .
       IMPRIME-EQUIPES-FIM.
           EXIT.

      *-----------------------------------------------------------*
       ORDENA-EQP-PASSADA.
      *-----------------------------------------------------------*
           SET EQP-TROCOU-NAO TO TRUE
           PERFORM ORDENA-EQP-COMPARA
               VARYING WS-IDX-EQP FROM 1 BY 1
               UNTIL WS-IDX-EQP NOT < WS-QTD-EQP
           .
       ORDENA-EQP-PASSADA-FIM.
           EXIT.

      *-----------------------------------------------------------*
       ORDENA-EQP-COMPARA.
      *-----------------------------------------------------------*
           IF WS-EQP-CHAVE (WS-IDX-EQP) >
              WS-EQP-CHAVE (WS-IDX-EQP + 1)
              MOVE WS-EQP-ENT (WS-IDX-EQP)     TO WS-EQP-TROCA
              MOVE WS-EQP-ENT (WS-IDX-EQP + 1) TO
                   WS-EQP-ENT (WS-IDX-EQP)
              MOVE WS-EQP-TROCA                TO
                   WS-EQP-ENT (WS-IDX-EQP + 1)
              SET EQP-TROCOU-SIM TO TRUE
           END-IF
           .
       ORDENA-EQP-COMPARA-FIM.
           EXIT.

      *-----------------------------------------------------------*
       IMP-CABEC-EQUIPE.
      *-----------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           MOVE WS-CAB-DATA     TO CAB-DATA
           MOVE WS-CAB-HORA     TO CAB-HORA
           MOVE WS-DT-EQUIPE (7:2) TO EQT-DIA
           MOVE WS-DT-EQUIPE (5:2) TO EQT-MES
           MOVE WS-DT-EQUIPE (1:4) TO EQT-ANO
           WRITE RELPROD-REL   FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELPROD-REL   FROM LINHA-BRANCO AFTER ADVANCING 1 LINE
           WRITE RELPROD-REL   FROM LINHA-EQP-TIT AFTER ADVANCING 1
                 LINE
           WRITE RELPROD-REL   FROM LINHA-BRANCO AFTER ADVANCING 1 LINE
           .
       IMP-CABEC-EQUIPE-FIM.
           EXIT.

      *-----------------------------------------------------------*
       IMPRIME-UMA-EQUIPE.
      *-----------------------------------------------------------*
      *    Quebra por gerente: fecha o subtotal do anterior.
           IF WS-IDX-EQP > 1
              AND WS-EQP-GERENTE (WS-IDX-EQP) NOT = WS-GER-ANT
              PERFORM IMPRIME-TOTAL-GERENTE
           END-IF
           MOVE WS-EQP-GERENTE (WS-IDX-EQP) TO WS-GER-ANT

           MOVE WS-EQP-SUPERV (WS-IDX-EQP) TO EQD-CODV
           MOVE SPACES                     TO EQD-NOME
           EVALUATE TRUE
              WHEN WS-EQP-CHAVE (WS-IDX-EQP) = ZEROS
                 MOVE 'SEM EQUIPE'      TO EQD-TIPO
              WHEN WS-EQP-SUPERV (WS-IDX-EQP) = ZEROS
                 MOVE '  SEM SUPERV.'   TO EQD-TIPO
              WHEN OTHER
                 MOVE '  SUPERVISOR '   TO EQD-TIPO
                 MOVE WS-EQP-SUPERV (WS-IDX-EQP) TO VEN-COD
                 READ VENDEDOR KEY IS VEN-COD
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE VEN-NOME TO EQD-NOME
                 END-READ
           END-EVALUATE

           MOVE WS-EQP-QTD (WS-IDX-EQP)     TO EQD-QTD
           MOVE WS-EQP-VLR-PED (WS-IDX-EQP) TO EQD-VLR-PED
           MOVE WS-EQP-VLR-COM (WS-IDX-EQP) TO EQD-VLR-COM
           WRITE RELPROD-REL FROM LINHA-EQP-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC-EQUIPE
           END-WRITE

           ADD WS-EQP-QTD (WS-IDX-EQP)     TO WS-GER-QTD
           ADD WS-EQP-VLR-PED (WS-IDX-EQP) TO WS-GER-VLR-PED
           ADD WS-EQP-VLR-COM (WS-IDX-EQP) TO WS-GER-VLR-COM
           .
       IMPRIME-UMA-EQUIPE-FIM.
           EXIT.

      *-----------------------------------------------------------*
       IMPRIME-TOTAL-GERENTE.
      *-----------------------------------------------------------*
      *    Vendedores e supervisores sem gerente nao tem subtotal.
           IF WS-GER-ANT NOT = ZEROS
              MOVE 'TOTAL GERENTE' TO EQD-TIPO
              MOVE WS-GER-ANT      TO EQD-CODV
              MOVE SPACES          TO EQD-NOME
              MOVE WS-GER-ANT      TO VEN-COD
              READ VENDEDOR KEY IS VEN-COD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE VEN-NOME TO EQD-NOME
              END-READ
              MOVE WS-GER-QTD      TO EQD-QTD
              MOVE WS-GER-VLR-PED  TO EQD-VLR-PED
              MOVE WS-GER-VLR-COM  TO EQD-VLR-COM
              WRITE RELPROD-REL FROM LINHA-EQP-DET
                    AFTER ADVANCING 1 LINE
                  AT END-OF-PAGE
                     PERFORM IMP-CABEC-EQUIPE
              END-WRITE
           END-IF
           WRITE RELPROD-REL FROM LINHA-BRANCO AFTER ADVANCING 1 LINE
           MOVE ZEROS TO WS-GER-QTD WS-GER-VLR-PED WS-GER-VLR-COM
           .
       IMPRIME-TOTAL-GERENTE-FIM.
           EXIT.

      *-----------------------------------------------------------*
       MONTA-CAMINHOS.
      *-----------------------------------------------------------*
