      *   2026 mnt - Incluido FAT-DT-REMESSA, a data em que a fatura
      *              entrou numa remessa de cobranca bancaria
      *              (PROG86); ZEROS = ainda nao enviada ao banco.
      *   2026 mnt - Incluidos FAT-DT-CANC, FAT-MOT-CANC (motivo da
      *              tabela MOTCANC.ARQ) e FAT-OPER-CANC (supervisor
      *              que liberou), gravados pelo cancelamento de
      *              fatura PROG123; ZEROS/espacos = nao cancelada.
      *   2026 mnt - Incluidos FAT-PARCELA e FAT-QTD-PARC: pedido com
      *              condicao de pagamento parcelada (CONDPAG.ARQ)
      *              vira uma fatura por parcela, cada uma com seu
      *              vencimento e saldo; fatura de parcela unica
      *              grava 01/01.
      *   2026 mnt - Incluidos FAT-VLR-ICMS, -IPI, -PIS e -COFINS:
      *              impostos da fatura calculados pelo PROG64 por
      *              NCM/perfil do produto e UF de destino (aliquotas
      *              de ALIQTRIB.ARQ), inclusos em FAT-VALOR; fatura
      *              parcelada leva a parte da parcela.
      *   2026 mnt - Incluidos os dados da NF-e do pedido
      *              (FAT-NFE-...), iguais em todas as parcelas:
      *              serie e numero (serie propria PAR-NFE-SERIE),
      *              gravados pelo PROG138 na geracao do
      *              NFEREM.TXT, e chave de acesso, protocolo,
      *              data, cStat e motivo, gravados pelo PROG139
      *              no retorno da autorizacao.
      *              FAT-NFE-SITUACAO: espaco = a gerar,
      *              G = gerada, aguardando retorno,
      *              A = autorizada, R = rejeitada (o PROG138
      *              reenvia com o mesmo numero), D = denegada.
      *              A remessa bancaria PROG86 so envia fatura
      *              com NF-e autorizada. WS-FAT-SALVA do PROG123
      *              acompanhou para X(300).
      *   2026 mnt - Incluidos FAT-ENT-SITUACAO (espaco = entrega
      *              pendente, E = entregue, R = recusada),
      *              FAT-ENT-DATA, FAT-ENT-RECEBEDOR e
      *              FAT-ENT-MOTIVO (motivo da recusa, tabela
      *              MOTCANC.ARQ), do retorno de entrega do
      *              PROG158; iguais em todas as parcelas do
      *              pedido. WS-FAT-SALVA do PROG123 acompanhou
      *              para X(400).
      ******************************************************************
       FD  FATURA.

           05 FAT-VALOR-PAGO      PIC 9(09)V99.
           05 FAT-DT-ULT-PAGTO    PIC 9(08).
           05 FAT-DT-REMESSA      PIC 9(08).
           05 FAT-DT-CANC         PIC 9(08).
           05 FAT-MOT-CANC        PIC X(03).
           05 FAT-OPER-CANC       PIC X(08).
           05 FAT-PARCELA         PIC 9(02).
           05 FAT-QTD-PARC        PIC 9(02).
           05 FAT-VLR-ICMS        PIC 9(09)V99.
           05 FAT-VLR-IPI         PIC 9(09)V99.
           05 FAT-VLR-PIS         PIC 9(09)V99.
           05 FAT-VLR-COFINS      PIC 9(09)V99.
           05 FAT-NFE-SERIE       PIC 9(03).
           05 FAT-NFE-NUMERO      PIC 9(09).
           05 FAT-NFE-SITUACAO    PIC X(01).
              88 FAT-NFE-PENDENTE  VALUE SPACE.
              88 FAT-NFE-GERADA    VALUE 'G'.
              88 FAT-NFE-AUTORIZADA VALUE 'A'.
              88 FAT-NFE-REJEITADA VALUE 'R'.
              88 FAT-NFE-DENEGADA  VALUE 'D'.
           05 FAT-NFE-CHAVE       PIC X(44).
           05 FAT-NFE-PROTOCOLO   PIC X(15).
           05 FAT-NFE-DT-AUTOR    PIC 9(08).
           05 FAT-NFE-CSTAT       PIC 9(03).
           05 FAT-NFE-MOTIVO      PIC X(60).
           05 FAT-ENT-SITUACAO    PIC X(01).
              88 FAT-ENT-PENDENTE  VALUE SPACE.
              88 FAT-ENTREGUE      VALUE 'E'.
              88 FAT-ENT-RECUSADA  VALUE 'R'.
           05 FAT-ENT-DATA        PIC 9(08).
           05 FAT-ENT-RECEBEDOR   PIC X(30).
           05 FAT-ENT-MOTIVO      PIC X(03).
