      * Data......: Julho/2019
      * Programa..: PROG118 - Produção Comparativa por Vendedor
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      *             PROG177 - Estrutura das Equipes numa Data
      * Parametros: Competencia (AAAAMM), base de comparacao (M =
      *             mes anterior / A = mesmo mes do ano anterior) e
      *             limite de queda em % para destaque; pela tela ou
      *             caiu mais que o limite informado - a comparacao
      *             que hoje e' feita a mao com duas rodadas do
      *             PROG23. Saida impressa no spool (RELCOMP.TXT).
      *             Fecha com os totais por equipe (supervisor e
      *             gerente) pela estrutura EQUIPE.ARQ vigente na data
      *             final (PROG177).
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum vendedor com producao nos periodos
      *              historico e a comparacao subestimava o periodo
      *              anterior, apontando quedas falsas. Sem o
      *              arquivo, a varredura segue so no corrente.
      *   2026 mnt - Totais por equipe (supervisor e gerente)
      *              pela estrutura EQUIPE.ARQ vigente na data
      *              final, via PROG177.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG118.
       FD RELCOMP.

       01 RELCOMP-REL.
          05 REL-IMP        PIC X(132).

       WORKING-STORAGE SECTION.


       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

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
       77 WS-GER-VLR-ATU    PIC 9(13)V99 VALUE ZEROS.
       77 WS-GER-VLR-ANT    PIC 9(13)V99 VALUE ZEROS.
       77 WS-EQP-ATU-PCT    PIC 9(13)V99 VALUE ZEROS.
       77 WS-EQP-ANT-PCT    PIC 9(13)V99 VALUE ZEROS.

       01 WS-TAB-EQUIPE.
           05 WS-EQP-ENT OCCURS 500 TIMES.
              10 WS-EQP-CHAVE.
                 15 WS-EQP-GERENTE PIC 9(05).
                 15 WS-EQP-SUPERV  PIC 9(05).
              10 WS-EQP-QTD        PIC 9(05).
              10 WS-EQP-VLR-ATU    PIC 9(13)V99.
              10 WS-EQP-VLR-ANT    PIC 9(13)V99.

       01 WS-EQP-TROCA      PIC X(45).

       01 LINHA-CAB0.
           05 FILLER        PIC X(040) VALUE
           'PRODUCAO COMPARATIVA POR VENDEDOR'.
           05 FILLER        PIC X(08) VALUE 'IMITE : '.
           05 TOT-QUEDAS    PIC ZZZZ9.

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
           05 FILLER        PIC X(09) VALUE '  ATUAL: '.
           05 EQD-VLR-ATU   PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(12) VALUE '  ANTERIOR: '.
           05 EQD-VLR-ANT   PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(08) VALUE '  VAR%: '.
           05 EQD-PCT       PIC -ZZZ9,9.
           05 FILLER        PIC X(01) VALUE '%'.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_SPOOL.

       COPY LK_EQUIPE.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
              THRU PROCESSA-VENDEDOR-SAI UNTIL FSV-FIM-REG

           PERFORM FECHA-TOTAIS
           PERFORM IMPRIME-EQUIPES THRU IMPRIME-EQUIPES-FIM
           PERFORM FINALIZA
           .
       FIM-PROCES.
           WRITE RELCOMP-REL FROM LINHA-DETALHE

           ADD 1 TO WS-QTD-LISTADOS

           PERFORM ACUMULA-EQUIPE THRU ACUMULA-EQUIPE-SAI
           .
       PROCESSA-VENDEDOR-SAI.
           EXIT.
       FECHA-TOTAIS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACUMULA-EQUIPE.
      *-------------------------------------------------------------*
      *    Soma o vendedor corrente na linha do seu supervisor.
           MOVE VEN-COD      TO LK-EQ-CODV
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
                                    WS-EQP-VLR-ATU (WS-QTD-EQP)
                                    WS-EQP-VLR-ANT (WS-QTD-EQP)
           END-IF

           ADD 1               TO WS-EQP-QTD (WS-IDX-EQP-ACHOU)
           ADD WS-VLR-ATUAL    TO WS-EQP-VLR-ATU (WS-IDX-EQP-ACHOU)
           ADD WS-VLR-ANTERIOR TO WS-EQP-VLR-ANT (WS-IDX-EQP-ACHOU)
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
           MOVE ZEROS TO WS-GER-ANT WS-GER-QTD WS-GER-VLR-ATU
                         WS-GER-VLR-ANT
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
           MOVE WS-DATA-FIM (7:2) TO EQT-DIA
           MOVE WS-DATA-FIM (5:2) TO EQT-MES
           MOVE WS-DATA-FIM (1:4) TO EQT-ANO
           WRITE RELCOMP-REL FROM LINHA-BRANCO
           WRITE RELCOMP-REL FROM LINHA-EQP-TIT
           WRITE RELCOMP-REL FROM LINHA-BRANCO
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
           MOVE WS-EQP-VLR-ATU (WS-IDX-EQP) TO EQD-VLR-ATU
           MOVE WS-EQP-VLR-ANT (WS-IDX-EQP) TO EQD-VLR-ANT
           MOVE WS-EQP-VLR-ATU (WS-IDX-EQP) TO WS-EQP-ATU-PCT
           MOVE WS-EQP-VLR-ANT (WS-IDX-EQP) TO WS-EQP-ANT-PCT
           PERFORM CALCULA-VAR-EQUIPE
           WRITE RELCOMP-REL FROM LINHA-EQP-DET

           ADD WS-EQP-QTD (WS-IDX-EQP)     TO WS-GER-QTD
           ADD WS-EQP-VLR-ATU (WS-IDX-EQP) TO WS-GER-VLR-ATU
           ADD WS-EQP-VLR-ANT (WS-IDX-EQP) TO WS-GER-VLR-ANT
           .
       IMPRIME-UMA-EQUIPE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-VAR-EQUIPE.
      *-------------------------------------------------------------*
           IF WS-EQP-ANT-PCT = ZEROS
              MOVE ZEROS TO WS-PCT-VARIACAO
           ELSE
              COMPUTE WS-PCT-VARIACAO ROUNDED =
                      (WS-EQP-ATU-PCT - WS-EQP-ANT-PCT) * 100
                      / WS-EQP-ANT-PCT
                 ON SIZE ERROR
                      MOVE 9999,9 TO WS-PCT-VARIACAO
              END-COMPUTE
           END-IF
           MOVE WS-PCT-VARIACAO TO EQD-PCT
           .
       CALCULA-VAR-EQUIPE-FIM.
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
              MOVE WS-GER-VLR-ATU  TO EQD-VLR-ATU
              MOVE WS-GER-VLR-ANT  TO EQD-VLR-ANT
              MOVE WS-GER-VLR-ATU  TO WS-EQP-ATU-PCT
              MOVE WS-GER-VLR-ANT  TO WS-EQP-ANT-PCT
              PERFORM CALCULA-VAR-EQUIPE
              WRITE RELCOMP-REL FROM LINHA-EQP-DET
           END-IF
           WRITE RELCOMP-REL FROM LINHA-BRANCO
           MOVE ZEROS TO WS-GER-QTD WS-GER-VLR-ATU WS-GER-VLR-ANT
           .
       IMPRIME-TOTAL-GERENTE-FIM.

      *-------------------------------------------------------------*
       MONTA-CAMINHOS.
      *-------------------------------------------------------------*
