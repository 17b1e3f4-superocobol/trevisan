      *              entra 'P' no PROG22 e so vira 'A' (ou 'C') na
      *              fila de aprovacao do PROG98. Pedido 'P' nao
      *              fatura nem conta producao.
      *   2026 mnt - Incluido PED-COND-PAGTO, a condicao de pagamento
      *              (CONDPAG.ARQ, PROG127) escolhida na digitacao do
      *              PROG22; espaco = parcela unica no prazo padrao
      *              PAR-PRAZO-PAGTO. O PROG64 fatura uma parcela por
      *              prazo da condicao.
      *   2026 mnt - Incluido PED-PEDIDO-ORIG: na pendencia de entrega
      *              (faturamento parcial do PROG64, com
      *              PAR-FAT-PARCIAL = 'S'), o saldo nao faturado
      *              vira um pedido novo 'F' com o numero do pedido
      *              original aqui; ZEROS = pedido comum.
      *   2026 mnt - Incluidos PED-OPER-DIGIT (operador que
      *              digitou o pedido; nos pedidos gerados por
      *              batch, o operador do ambiente ou o programa) e
      *              PED-OPER-APROV (supervisor que aprovou na fila
      *              do PROG98, que recusa o proprio digitador;
      *              espaco = sem aprovacao). Segregacao de funcoes
      *              conferida pelo PROG189.
      *   2026 mnt - Incluido PED-PEDIDO-CLI, o numero do pedido de
      *              compra do proprio cliente nos pedidos recebidos
      *              por EDI (PROG197); espaco = pedido digitado ou
      *              gerado internamente.
      ******************************************************************
       FD  PEDIDOS.

              88 CONTAB-ACEITO      VALUE 'A'.
              88 CONTAB-REJEITADO   VALUE 'R'.
           05 PED-CAMPANHA      PIC X(06).
           05 PED-COND-PAGTO    PIC X(03).
           05 PED-PEDIDO-ORIG   PIC 9(08).
           05 PED-OPER-DIGIT    PIC X(08).
           05 PED-OPER-APROV    PIC X(08).
           05 PED-PEDIDO-CLI    PIC X(20).
