      *             rodada de faturamento (PROG64). Produto com
      *             movimento nao deve ser excluido: inativar ('I')
      *             preserva o historico.
      *             A NCM e o perfil tributario do produto definem os
      *             impostos calculados na fatura (PROG64/ALIQTRIB).
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - NCM e perfil tributario do produto (T/R/S/I),
      *              obrigatorios, usados no calculo dos impostos da
      *              fatura pelo PROG64.
      *   2026 mnt - Tela mostra a reserva de estoque dos pedidos
      *              aprovados (PRO-RESERVADO, mantida pelo PROG140).
      *   2026 mnt - Tela mostra o custo medio do produto
      *              (PRO-CUSTO-MEDIO, recalculado pelo PROG145 nas
      *              entradas com custo); produto novo entra zerado.
      *   2026 mnt - Estoque minimo, prazo de reposicao e multiplo
      *              de compra do produto, usados na sugestao de
      *              compra (PROG147).
      *   2026 mnt - Linha de produto (PRO-LINHA) na tela,
      *              convertida para maiusculas.
      *   2026 mnt - Localizacao de armazenagem, peso e volume
      *              unitarios do produto, usados na separacao e
      *              no romaneio de entrega (PROG157).
      *   2026 mnt - Linha do produto obrigatoria e conferida contra
      *              a tabela LINPROD.ARQ (PROG160), quando
      *              implantada; linha inativa nao entra em produto
      *              novo nem em troca de linha.
      *   2026 mnt - Controle de lote e validade do produto (S/N,
      *              produto novo N), usado na entrada do PROG81 e
      *              na baixa por lote do faturamento (PROG64).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG80.
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       SELECT LINPROD ASSIGN TO WS-ARQ-LINPROD
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS LIN-STAT
              RECORD KEY   IS LIN-KEY.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_PRODUTO.

       COPY FD_LINPROD.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-LINPROD     PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-CANCELA    VALUE 99.

       77 LIN-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.
           88 FSL-NAO-EXISTE VALUE 35.

      *    Com a tabela LINPROD.ARQ implantada (PROG160), a linha do
      *    produto e' obrigatoria e tem de estar cadastrada; linha
      *    inativa so fica no produto que ja a tinha.
       77 WS-TEM-LINPROD    PIC X(01) VALUE 'N'.
           88 TEM-LINPROD   VALUE 'S'.
       77 WS-LINHA-ANT      PIC X(04) VALUE SPACES.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".
               10 COLUMN PLUS 2 PIC 9(05) USING PRO-COD
                  BLANK WHEN ZEROS.
           05 SS-ALTER.
              07 SS-LOCAL FOREGROUND-COLOR 2.
                 10 LINE 10 COLUMN 40 VALUE "LOCALIZ..:".
                 10 COLUMN PLUS 2 PIC X(10) USING PRO-LOCALIZACAO.
              07 SS-PESO FOREGROUND-COLOR 2.
                 10 LINE 12 COLUMN 59 VALUE "PESO KG:".
                 10 COLUMN PLUS 1 PIC ZZ.ZZ9,999 USING PRO-PESO.
              07 SS-VOLUME FOREGROUND-COLOR 2.
                 10 LINE 14 COLUMN 59 VALUE "VOL. M3:".
                 10 COLUMN PLUS 1 PIC ZZ9,9999 USING PRO-VOLUME.
              07 SS-DESCR FOREGROUND-COLOR 2.
                 10 LINE 12 COLUMN 13 VALUE "DESCRICAO:".
                 10 COLUMN PLUS 2 PIC X(30) USING PRO-DESCRICAO.
              07 SS-UNID FOREGROUND-COLOR 2.
                 10 LINE 14 COLUMN 13 VALUE "UNIDADE..:".
                 10 COLUMN PLUS 2 PIC X(03) USING PRO-UNIDADE.
              07 SS-LINHA FOREGROUND-COLOR 2.
                 10 LINE 14 COLUMN 40 VALUE "LINHA....:".
                 10 COLUMN PLUS 2 PIC X(04) USING PRO-LINHA.
              07 SS-SIT FOREGROUND-COLOR 2.
                 10 LINE 16 COLUMN 13 VALUE "SITUACAO.:".
                 10 COLUMN PLUS 2 PIC X(01) USING PRO-SITUACAO.
              07 SS-SALDO FOREGROUND-COLOR 2.
                 10 LINE 18 COLUMN 13 VALUE "SALDO....:".
                 10 COLUMN PLUS 2 PIC -Z.ZZZ.ZZ9,99 FROM PRO-SALDO.
              07 SS-RESERVA FOREGROUND-COLOR 2.
                 10 LINE 18 COLUMN 40 VALUE "RESERVADO:".
                 10 COLUMN PLUS 2 PIC -Z.ZZZ.ZZ9,99
                    FROM PRO-RESERVADO.
              07 SS-LOTE FOREGROUND-COLOR 2.
                 10 LINE 18 COLUMN 66 VALUE "LOTE S/N:".
                 10 COLUMN PLUS 1 PIC X(01) USING PRO-CONTROLA-LOTE.
              07 SS-CUSTO FOREGROUND-COLOR 2.
                 10 LINE 16 COLUMN 40 VALUE "CUSTO MED:".
                 10 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99
                    FROM PRO-CUSTO-MEDIO.
              07 SS-NCM FOREGROUND-COLOR 2.
                 10 LINE 20 COLUMN 13 VALUE "NCM......:".
                 10 COLUMN PLUS 2 PIC 9(08) USING PRO-NCM
                    BLANK WHEN ZEROS.
              07 SS-PERFIL FOREGROUND-COLOR 2.
                 10 LINE 20 COLUMN 40 VALUE "PERFIL TRIB. (T/R/S/I):".
                 10 COLUMN PLUS 2 PIC X(01) USING PRO-PERFIL-TRIB.
              07 SS-REPOSICAO FOREGROUND-COLOR 2.
                 10 LINE 22 COLUMN 13 VALUE "EST.MIN..:".
                 10 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99
                    USING PRO-ESTOQUE-MIN.
                 10 LINE 22 COLUMN 40 VALUE "PRAZO REP:".
                 10 COLUMN PLUS 2 PIC ZZ9 USING PRO-PRAZO-REPOS.
                 10 LINE 22 COLUMN 59 VALUE "MULTIPLO:".
                 10 COLUMN PLUS 2 PIC ZZ.ZZ9,99
                    USING PRO-MULT-COMPRA.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 6 BACKGROUND-COLOR 1 HIGHLIGHT.
           END-PERFORM

           CLOSE PRODUTO
           IF TEM-LINPROD
              CLOSE LINPROD
           END-IF
           GOBACK
           .

           DISPLAY SS-TELA-REGISTRO
           MOVE SPACES TO PRODUTO-PRO
           MOVE ZEROS  TO PRO-COD PRO-SALDO PRO-DT-ALTERACAO
                          PRO-NCM PRO-RESERVADO PRO-CUSTO-MEDIO
                          PRO-ESTOQUE-MIN PRO-PRAZO-REPOS
                          PRO-MULT-COMPRA PRO-PESO PRO-VOLUME
           MOVE 'A'    TO PRO-SITUACAO
           MOVE 'T'    TO PRO-PERFIL-TRIB
           MOVE 'N'    TO PRO-CONTROLA-LOTE
           MOVE SPACES TO WS-LINHA-ANT
           SET E-NAO TO TRUE
           .
       DIG-DADOS.
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF

      *    Classificacao fiscal e perfil tributario: base do calculo
      *    dos impostos da fatura no PROG64.
           IF PRO-NCM = ZEROS
              MOVE "FAVOR INFORMAR A NCM DO PRODUTO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF

           IF PRO-PERFIL-TRIB = SPACE
              MOVE 'T' TO PRO-PERFIL-TRIB
           END-IF

      *    Linha de produto: agrupamento da valorizacao de estoque
      *    (PROG152), do mix de vendas (PROG116) e da comissao por
      *    linha (PROG67); em branco o produto sai em "SEM LINHA".
           INSPECT PRO-LINHA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF TEM-LINPROD
              IF PRO-LINHA = SPACES
                 MOVE "FAVOR INFORMAR A LINHA DO PRODUTO"
                      TO WS-MSGERRO
                 SET E-SIM TO TRUE
                 PERFORM MOSTRA-ERRO
              ELSE
                 MOVE PRO-LINHA TO LIN-COD
                 READ LINPROD
                      INVALID KEY
                         MOVE "LINHA NAO CADASTRADA (PROG160)"
                              TO WS-MSGERRO
                         SET E-SIM TO TRUE
                         PERFORM MOSTRA-ERRO
                      NOT INVALID KEY
                         IF LIN-INATIVA
                            AND PRO-LINHA NOT = WS-LINHA-ANT
                            MOVE "LINHA DE PRODUTO INATIVA"
                                 TO WS-MSGERRO
                            SET E-SIM TO TRUE
                            PERFORM MOSTRA-ERRO
                         END-IF
                 END-READ
              END-IF
           END-IF

      *    Endereco de armazenagem: ordem da lista de separacao
      *    (PROG157).
           INSPECT PRO-LOCALIZACAO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF NOT PRO-TRIBUTADO AND NOT PRO-REVENDA
              AND NOT PRO-SUBST-TRIB AND NOT PRO-ISENTO
              MOVE "PERFIL TRIBUTARIO DEVE SER T, R, S OU I"
                   TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF

      *    Controle de lote e validade (PROG81/PROG162): produto
      *    cadastrado antes fica sem controle.
           INSPECT PRO-CONTROLA-LOTE CONVERTING 'sn' TO 'SN'
           IF PRO-CONTROLA-LOTE = SPACE OR LOW-VALUE
              MOVE 'N' TO PRO-CONTROLA-LOTE
           END-IF
           IF NOT PRO-COM-LOTE AND NOT PRO-SEM-LOTE
              MOVE "CONTROLE DE LOTE DEVE SER S OU N" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF
           .
       VALIDA-PRODUTO-FIM.
           EXIT.
               GO TO ALTERA-FIM
           END-IF
           IF FS-OK
               MOVE PRO-LINHA TO WS-LINHA-ANT
               DISPLAY SS-TELA-REGISTRO
               ACCEPT SS-ALTER
               IF COB-CRT-STATUS = COB-SCR-ESC
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'LINPROD.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-LINPROD
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
               CLOSE PRODUTO
               OPEN I-O PRODUTO
           END-IF

           OPEN INPUT LINPROD
           IF FSL-OK
              SET TEM-LINPROD TO TRUE
           END-IF
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.
