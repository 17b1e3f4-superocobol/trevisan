      *             faturamento (PROG64, pelos itens do pedido). O
      *             PROG22 avisa na digitacao de item quando a
      *             quantidade pedida excede o saldo disponivel.
      * Historico.:
      *   2026 mnt - Incluidos PRO-NCM (classificacao fiscal) e
      *              PRO-PERFIL-TRIB (perfil tributario), usados pelo
      *              PROG64 no calculo dos impostos da fatura com as
      *              aliquotas de ALIQTRIB.ARQ:
      *              T = tributado (ICMS, IPI, PIS e COFINS);
      *              R = revenda, sem IPI (ICMS, PIS e COFINS);
      *              S = ICMS por substituicao tributaria, sem ICMS
      *                  proprio (IPI, PIS e COFINS);
      *              I = isento de ICMS e IPI (PIS e COFINS).
      *              Espaco (produto cadastrado antes) vale como T.
      *   2026 mnt - Incluido PRO-RESERVADO, a quantidade reservada
      *              pelos pedidos aprovados ainda nao faturados
      *              (mantida pelo PROG140 a cada mudanca de
      *              situacao do pedido; reconstrucao pelo PROG141).
      *              Disponivel para venda = PRO-SALDO menos
      *              PRO-RESERVADO, conferido pelo PROG22.
      *   2026 mnt - O inventario (PROG143) tambem muda
      *              PRO-SALDO: soma a diferenca da contagem ao
      *              saldo do momento, com o movimento em ESTMOV.
      *   2026 mnt - Incluido PRO-CUSTO-MEDIO, o custo medio
      *              ponderado do produto, recalculado pelo PROG145
      *              a cada entrada com custo unitario (historico
      *              em CUSTOHIST.ARQ). Saida nao muda o custo.
      *   2026 mnt - Incluidos PRO-ESTOQUE-MIN (estoque minimo),
      *              PRO-PRAZO-REPOS (prazo de reposicao em dias)
      *              e PRO-MULT-COMPRA (multiplo de compra), base
      *              do ponto de pedido e da sugestao de compra do
      *              PROG147. Zerados = produto sem controle de
      *              reposicao.
      *   2026 mnt - Incluido PRO-LINHA, a linha de produto que
      *              agrupa a valorizacao de estoque do PROG152
      *              (espacos = sem linha).
      *   2026 mnt - Incluidos PRO-LOCALIZACAO (endereco de
      *              armazenagem, ordem da lista de separacao),
      *              PRO-PESO (kg por unidade) e PRO-VOLUME (m3 por
      *              unidade), que somam a carga do romaneio de
      *              entrega do PROG157.
      *   2026 mnt - PRO-LINHA passa a ser conferida contra a
      *              tabela de linhas LINPROD.ARQ (PROG160) e a
      *              definir a taxa de comissao da linha no
      *              fechamento (PROG67) e o mix do PROG116.
      *   2026 mnt - Incluido PRO-CONTROLA-LOTE (S = produto com
      *              controle de lote e validade: entrada com lote
      *              no PROG81, saldo por lote em LOTE.ARQ pelo
      *              PROG162, venda pela menor validade no PROG64).
      *              Espaco (produto cadastrado antes) vale N.
      ******************************************************************
       FD  PRODUTO.

              88 PRO-INATIVO      VALUE 'I'.
           05 PRO-SALDO           PIC S9(07)V99.
           05 PRO-DT-ALTERACAO    PIC 9(08).
           05 PRO-NCM             PIC 9(08).
           05 PRO-PERFIL-TRIB     PIC X(01).
              88 PRO-TRIBUTADO    VALUES ARE 'T' SPACE.
              88 PRO-REVENDA      VALUE 'R'.
              88 PRO-SUBST-TRIB   VALUE 'S'.
              88 PRO-ISENTO       VALUE 'I'.
           05 PRO-RESERVADO       PIC S9(07)V99.
           05 PRO-CUSTO-MEDIO     PIC 9(07)V99.
           05 PRO-ESTOQUE-MIN     PIC 9(07)V99.
           05 PRO-PRAZO-REPOS     PIC 9(03).
           05 PRO-MULT-COMPRA     PIC 9(05)V99.
           05 PRO-LINHA           PIC X(04).
           05 PRO-LOCALIZACAO     PIC X(10).
           05 PRO-PESO            PIC 9(05)V999.
           05 PRO-VOLUME          PIC 9(03)V9999.
           05 PRO-CONTROLA-LOTE   PIC X(01).
              88 PRO-COM-LOTE     VALUE 'S'.
              88 PRO-SEM-LOTE     VALUES ARE 'N' SPACE.
