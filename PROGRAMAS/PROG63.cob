      * Data......: Julho/2019
      * Programa..: PROG63 - Relatório de Atingimento de Metas
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      *             PROG177 - Estrutura das Equipes numa Data
      * Parametros: Competencia (AAAAMM) e opcao de CSV; em modo
      *             batch (cadeia do PROG34) pela linha de comando,
      *             no formato  AAAAMM;S  (o segundo campo e' o CSV).
      *             ranking (maior percentual primeiro), via spool do
      *             PROG35. Vendedor com meta e sem faturamento sai
      *             com 0% no fim do ranking.
      *             Fecha com os totais por equipe (supervisor e
      *             gerente) pela estrutura EQUIPE.ARQ vigente na data
      *             final (PROG177).
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhuma meta cadastrada para a competencia
      *              PEDSUM.ARQ (vendedor + competencia, mantido
      *              pelo PROG102); sem o agregado, cai para a
      *              varredura de PEDIDOS.ARQ.
      *   2026 mnt - Totais por equipe (supervisor e gerente)
      *              pela estrutura EQUIPE.ARQ vigente na data
      *              final, via PROG177.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG63.
           05 WS-TROCA-QTDPED    PIC 9(05).
           05 WS-TROCA-PCT       PIC 9(05)V99.

      *    Totais por equipe: uma linha por supervisor, pela
      *    estrutura vigente no fim da competencia (EQUIPE.ARQ,
      *    PROG177), em ordem de gerente e supervisor, com o subtotal
      *    de cada gerente. Vendedor fora da estrutura fica em SEM
      *    EQUIPE.
       77 WS-QTD-EQP        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-EQP        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-EQP-ACHOU  PIC 9(04) VALUE ZEROS.
       77 WS-EQP-TROCOU     PIC X(01) VALUE 'N'.
           88 EQP-TROCOU-SIM VALUE 'S'.
           88 EQP-TROCOU-NAO VALUE 'N'.
       77 WS-GER-ANT        PIC 9(05) VALUE ZEROS.
       77 WS-GER-QTD        PIC 9(05) VALUE ZEROS.
       77 WS-GER-VLR-META   PIC 9(13)V99 VALUE ZEROS.
       77 WS-GER-VLR-REAL   PIC 9(13)V99 VALUE ZEROS.
       77 WS-EQP-BASE-PCT   PIC 9(13)V99 VALUE ZEROS.
       77 WS-EQP-REAL-PCT   PIC 9(13)V99 VALUE ZEROS.

       01 WS-TAB-EQUIPE.
           05 WS-EQP-ENT OCCURS 500 TIMES.
              10 WS-EQP-CHAVE.
                 15 WS-EQP-GERENTE PIC 9(05).
                 15 WS-EQP-SUPERV  PIC 9(05).
              10 WS-EQP-QTD        PIC 9(05).
              10 WS-EQP-VLR-META   PIC 9(13)V99.
              10 WS-EQP-VLR-REAL   PIC 9(13)V99.

       01 WS-EQP-TROCA      PIC X(45).

       01 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.

       01 WS-DATA-COMPLETA.
           05 FILLER        PIC X(11) VALUE '  ATING.%: '.
           05 TOT-PCT       PIC ZZ.ZZ9,99.

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
           05 EQD-NOME      PIC X(25).
           05 FILLER        PIC X(07) VALUE ' VEND: '.
           05 EQD-QTD       PIC ZZZZ9.
           05 FILLER        PIC X(08) VALUE '  META: '.
           05 EQD-VLR-META  PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(09) VALUE '  REAL.: '.
           05 EQD-VLR-REAL  PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(11) VALUE '  ATING.%: '.
           05 EQD-PCT       PIC ZZ.ZZ9,99.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       01 LINHA-CSV-CAB.

       COPY LK_SPOOL.

       COPY LK_EQUIPE.

       COPY screenio.

       SCREEN SECTION.
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-METAS
           PERFORM TOTAIS
           PERFORM IMPRIME-EQUIPES THRU IMPRIME-EQUIPES-FIM

           PERFORM FINALIZA
           .

           ADD MET-VALOR        TO WS-TOT-META
           ADD WS-VLR-REALIZADO TO WS-TOT-REALIZADO

           PERFORM ACUMULA-EQUIPE THRU ACUMULA-EQUIPE-SAI
           .
       CARREGA-UMA-META-SAI.
           EXIT.
       TOTAIS-FIM.
           EXIT.

      *-----------------------------------------------------------*
       ACUMULA-EQUIPE.
      *-----------------------------------------------------------*
      *    Soma o vendedor corrente na linha do seu supervisor.
           MOVE MET-CODV     TO LK-EQ-CODV
           MOVE WS-DATA-FIM TO LK-EQ-DATA
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
                                    WS-EQP-VLR-META (WS-QTD-EQP)
                                    WS-EQP-VLR-REAL (WS-QTD-EQP)
           END-IF

           ADD 1               TO WS-EQP-QTD (WS-IDX-EQP-ACHOU)
           ADD MET-VALOR       TO WS-EQP-VLR-META (WS-IDX-EQP-ACHOU)
           ADD WS-VLR-REALIZADO TO WS-EQP-VLR-REAL (WS-IDX-EQP-ACHOU)
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
           MOVE ZEROS TO WS-GER-ANT WS-GER-QTD WS-GER-VLR-META
                         WS-GER-VLR-REAL
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
           MOVE WS-DATA-FIM (7:2) TO EQT-DIA
           MOVE WS-DATA-FIM (5:2) TO EQT-MES
           MOVE WS-DATA-FIM (1:4) TO EQT-ANO
           WRITE RELMETA-REL   FROM LINHA-CAB0 AFTER ADVANCING PAGE
           MOVE WS-ANOMES       TO CAB-ANOMES
           WRITE RELMETA-REL   FROM LINHA-CAB05 AFTER ADVANCING 1 LINE
           WRITE RELMETA-REL   FROM LINHA-BRANCO AFTER ADVANCING 1 LINE
           WRITE RELMETA-REL   FROM LINHA-EQP-TIT AFTER ADVANCING 1
                 LINE
           WRITE RELMETA-REL   FROM LINHA-BRANCO AFTER ADVANCING 1 LINE
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
           MOVE WS-EQP-VLR-META (WS-IDX-EQP) TO EQD-VLR-META
           MOVE WS-EQP-VLR-REAL (WS-IDX-EQP) TO EQD-VLR-REAL
           MOVE WS-EQP-VLR-META (WS-IDX-EQP) TO WS-EQP-BASE-PCT
           MOVE WS-EQP-VLR-REAL (WS-IDX-EQP) TO WS-EQP-REAL-PCT
           PERFORM CALCULA-PCT-EQUIPE
           WRITE RELMETA-REL FROM LINHA-EQP-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC-EQUIPE
           END-WRITE

           ADD WS-EQP-QTD (WS-IDX-EQP)     TO WS-GER-QTD
           ADD WS-EQP-VLR-META (WS-IDX-EQP) TO WS-GER-VLR-META
           ADD WS-EQP-VLR-REAL (WS-IDX-EQP) TO WS-GER-VLR-REAL
           .
       IMPRIME-UMA-EQUIPE-FIM.
           EXIT.

      *-----------------------------------------------------------*
       CALCULA-PCT-EQUIPE.
      *-----------------------------------------------------------*
           IF WS-EQP-BASE-PCT = ZEROS
              MOVE ZEROS TO WS-PCT-GERAL
           ELSE
              COMPUTE WS-PCT-GERAL ROUNDED =
                      WS-EQP-REAL-PCT * 100 / WS-EQP-BASE-PCT
                 ON SIZE ERROR
                      MOVE 99999,99 TO WS-PCT-GERAL
              END-COMPUTE
           END-IF
           MOVE WS-PCT-GERAL TO EQD-PCT
           .
       CALCULA-PCT-EQUIPE-FIM.
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
              MOVE WS-GER-VLR-META  TO EQD-VLR-META
              MOVE WS-GER-VLR-REAL  TO EQD-VLR-REAL
              MOVE WS-GER-VLR-META  TO WS-EQP-BASE-PCT
              MOVE WS-GER-VLR-REAL  TO WS-EQP-REAL-PCT
              PERFORM CALCULA-PCT-EQUIPE
              WRITE RELMETA-REL FROM LINHA-EQP-DET
                    AFTER ADVANCING 1 LINE
                  AT END-OF-PAGE
                     PERFORM IMP-CABEC-EQUIPE
              END-WRITE
           END-IF
           WRITE RELMETA-REL FROM LINHA-BRANCO AFTER ADVANCING 1 LINE
           MOVE ZEROS TO WS-GER-QTD WS-GER-VLR-META WS-GER-VLR-REAL
           .
       IMPRIME-TOTAL-GERENTE-FIM.

      *-----------------------------------------------------------*
       MONTA-CAMINHOS.
      *-----------------------------------------------------------*
