      * Data......: Julho/2019
      * Programa..: PROG83 - Scorecard e Ranking de Vendedores
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      *             PROG177 - Estrutura das Equipes numa Data
      * Parametros: Periodo (data inicial e final, AAAAMMDD; zeros =
      *             sem limite); em modo batch pela linha de comando,
      *             formato  AAAAMMDD;AAAAMMDD
      *             20% e receita relativa ao melhor vendedor 30%) e
      *             ordena o ranking. Sai uma pagina por vendedor e a
      *             tabela consolidada no final, via spool.
      *             Fecha com os totais por equipe (supervisor e
      *             gerente) pela estrutura EQUIPE.ARQ vigente na data
      *             final (PROG177).
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum vendedor ativo
      *              SCORECARD.TXT nao cabe em LK-SPL-SUFIXO X(12) e
      *              saia truncado.
      *   2026 mnt - Programa novo.
      *   2026 mnt - Totais por equipe (supervisor e gerente)
      *              pela estrutura EQUIPE.ARQ vigente na data
      *              final, via PROG177.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG83.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

      *    Totais por equipe: uma linha por supervisor, pela
      *    estrutura vigente no fim do periodo (EQUIPE.ARQ, PROG177),
      *    em ordem de gerente e supervisor, com o subtotal de cada
      *    gerente: receita somada e pontuacao media. Vendedor fora
      *    da estrutura fica em SEM EQUIPE.
       77 WS-DT-EQUIPE      PIC 9(08) VALUE ZEROS.
       77 WS-QTD-EQP        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-EQP        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-EQP-ACHOU  PIC 9(04) VALUE ZEROS.
       77 WS-EQP-TROCOU     PIC X(01) VALUE 'N'.
           88 EQP-TROCOU-SIM VALUE 'S'.
           88 EQP-TROCOU-NAO VALUE 'N'.
       77 WS-GER-ANT        PIC 9(05) VALUE ZEROS.
       77 WS-GER-QTD        PIC 9(05) VALUE ZEROS.
       77 WS-GER-VLR-REC    PIC 9(13)V99 VALUE ZEROS.
       77 WS-GER-PONTOS     PIC 9(13)V99 VALUE ZEROS.

       01 WS-TAB-EQUIPE.
           05 WS-EQP-ENT OCCURS 500 TIMES.
              10 WS-EQP-CHAVE.
                 15 WS-EQP-GERENTE PIC 9(05).
                 15 WS-EQP-SUPERV  PIC 9(05).
              10 WS-EQP-QTD        PIC 9(05).
              10 WS-EQP-VLR-REC    PIC 9(13)V99.
              10 WS-EQP-PONTOS     PIC 9(13)V99.

       01 WS-EQP-TROCA      PIC X(45).

       01 LINHA-SC-CAB.
           05 FILLER        PIC X(030) VALUE
           'PROVA DE COBOL '.
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 LG-RECEITA    PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-EQP-TIT.
           05 FILLER        PIC X(40) VALUE
              'TOTAIS POR EQUIPE - ESTRUTURA VIGENTE EM'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 EQT-DIA       PIC 9(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 EQT-MES       PIC 9(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 EQT-ANO       PIC 9(04).
           05 FILLER        PIC X(07) VALUE SPACES.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 EQT-PAG       PIC ZZ9.

       01 LINHA-EQP-DET.
           05 EQD-TIPO      PIC X(13).
           05 EQD-CODV      PIC ZZZZ9 BLANK WHEN ZERO.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 EQD-NOME      PIC X(25).
           05 FILLER        PIC X(07) VALUE ' VEND: '.
           05 EQD-QTD       PIC ZZZZ9.
           05 FILLER        PIC X(11) VALUE '  RECEITA: '.
           05 EQD-VLR-REC   PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(16) VALUE '  PONTOS MEDIO: '.
           05 EQD-PONTOS    PIC ZZ9,99.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_SPOOL.

       COPY LK_EQUIPE.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
              MOVE 99999999 TO WS-DATA-FIM
           END-IF

      *    A equipe de cada vendedor e' a do fim do periodo; sem
      *    data final, a de hoje.
           IF WS-DATA-FIM = 99999999
              ACCEPT WS-DT-EQUIPE FROM DATE YYYYMMDD
           ELSE
              MOVE WS-DATA-FIM TO WS-DT-EQUIPE
           END-IF

           PERFORM ABRIR-ARQUIVO

           MOVE LOW-VALUES TO VENDEDOR-CLI

           PERFORM IMPRIME-LIGA

           PERFORM ACUMULA-EQUIPE THRU ACUMULA-EQUIPE-SAI
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VEND
           PERFORM IMPRIME-EQUIPES THRU IMPRIME-EQUIPES-FIM

           PERFORM FINALIZA
           .
       FIM-PROCES.
       IMPRIME-LIGA-LINHA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-EQUIPE.
      *-------------------------------------------------------------*
      *    Soma o vendedor WS-IDX da tabela na linha do seu
      *    supervisor; a pontuacao soma para tirar a media.
           MOVE WS-SC-COD (WS-IDX) TO LK-EQ-CODV
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
                                    WS-EQP-VLR-REC (WS-QTD-EQP)
                                    WS-EQP-PONTOS (WS-QTD-EQP)
           END-IF

           ADD 1               TO WS-EQP-QTD (WS-IDX-EQP-ACHOU)
           ADD WS-SC-RECEITA (WS-IDX)
               TO WS-EQP-VLR-REC (WS-IDX-EQP-ACHOU)
           ADD WS-SC-PONTOS (WS-IDX)
               TO WS-EQP-PONTOS (WS-IDX-EQP-ACHOU)
           .
       ACUMULA-EQUIPE-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LOCALIZA-EQUIPE.
      *-------------------------------------------------------------*
           IF WS-EQP-GERENTE (WS-IDX-EQP) = LK-EQ-GERENTE
              AND WS-EQP-SUPERV (WS-IDX-EQP) = LK-EQ-SUPERV
              MOVE WS-IDX-EQP TO WS-IDX-EQP-ACHOU
           END-IF
           .
       LOCALIZA-EQUIPE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-EQUIPES.
      *-------------------------------------------------------------*
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
           MOVE ZEROS TO WS-GER-ANT WS-GER-QTD WS-GER-VLR-REC
                         WS-GER-PONTOS
           PERFORM IMPRIME-UMA-EQUIPE
               VARYING WS-IDX-EQP FROM 1 BY 1
               UNTIL WS-IDX-EQP > WS-QTD-EQP
           PERFORM IMPRIME-TOTAL-GERENTE
           .
       IMPRIME-EQUIPES-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ORDENA-EQP-PASSADA.
      *-------------------------------------------------------------*
           SET EQP-TROCOU-NAO TO TRUE
           PERFORM ORDENA-EQP-COMPARA
               VARYING WS-IDX-EQP FROM 1 BY 1
               UNTIL WS-IDX-EQP NOT < WS-QTD-EQP
           .
       ORDENA-EQP-PASSADA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ORDENA-EQP-COMPARA.
      *-------------------------------------------------------------*
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

      *-------------------------------------------------------------*
       IMP-CABEC-EQUIPE.
      *-------------------------------------------------------------*
           ADD  1               TO WS-CTPAG
           MOVE WS-CTPAG        TO EQT-PAG
           MOVE WS-DT-EQUIPE (7:2) TO EQT-DIA
           MOVE WS-DT-EQUIPE (5:2) TO EQT-MES
           MOVE WS-DT-EQUIPE (1:4) TO EQT-ANO
           WRITE RELSCOR-REL FROM LINHA-EQP-TIT AFTER ADVANCING PAGE
           WRITE RELSCOR-REL FROM LINHA-BRANCO AFTER ADVANCING 1 LINE
           .
       IMP-CABEC-EQUIPE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-UMA-EQUIPE.
      *-------------------------------------------------------------*
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
           MOVE WS-EQP-VLR-REC (WS-IDX-EQP) TO EQD-VLR-REC
           COMPUTE EQD-PONTOS ROUNDED =
                   WS-EQP-PONTOS (WS-IDX-EQP) / WS-EQP-QTD (WS-IDX-EQP)
           WRITE RELSCOR-REL FROM LINHA-EQP-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC-EQUIPE
           END-WRITE

           ADD WS-EQP-QTD (WS-IDX-EQP)     TO WS-GER-QTD
           ADD WS-EQP-VLR-REC (WS-IDX-EQP) TO WS-GER-VLR-REC
           ADD WS-EQP-PONTOS (WS-IDX-EQP) TO WS-GER-PONTOS
           .
       IMPRIME-UMA-EQUIPE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-TOTAL-GERENTE.
      *-------------------------------------------------------------*
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
              MOVE WS-GER-VLR-REC  TO EQD-VLR-REC
              COMPUTE EQD-PONTOS ROUNDED =
                      WS-GER-PONTOS / WS-GER-QTD
              WRITE RELSCOR-REL FROM LINHA-EQP-DET
                    AFTER ADVANCING 1 LINE
                  AT END-OF-PAGE
                     PERFORM IMP-CABEC-EQUIPE
              END-WRITE
           END-IF
           WRITE RELSCOR-REL FROM LINHA-BRANCO AFTER ADVANCING 1 LINE
           MOVE ZEROS TO WS-GER-QTD WS-GER-VLR-REC WS-GER-PONTOS
           .
       IMPRIME-TOTAL-GERENTE-FIM.

      *-------------------------------------------------------------*
       MONTA-CAMINHOS.
      *-------------------------------------------------------------*
