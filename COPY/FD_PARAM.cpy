      *   2026 mnt - Incluido o valor de reembolso por Km rodado
      *              (PAR-VLR-KM; ZEROS = reembolso desligado), usado
      *              pelo extrato de reembolso PROG117.
      *   2026 mnt - Incluidos os encargos por atraso de fatura:
      *              multa (PAR-MULTA-ATRASO, percentual aplicado uma
      *              vez sobre o saldo) e juros de mora ao dia
      *              (PAR-JUROS-DIA, percentual por dia corrido apos
      *              o vencimento util); ZEROS = sem encargo. Usados
      *              pelo calculo de encargos PROG125.
      *   2026 mnt - Incluidos os dias de atraso das tres etapas da
      *              regua de cobranca do PROG128 (PAR-COBR-DIAS-1
      *              lembrete, -2 aviso formal, -3 ultimo aviso);
      *              ZEROS = padrao 5/15/30 dias.
      *   2026 mnt - Incluido PAR-NEGAT-DIAS: fatura em aberto vencida
      *              ha mais que esse numero de dias e' incluida pelo
      *              PROG133 no bureau de protecao ao credito; ZEROS =
      *              padrao 90 dias.
      *   2026 mnt - Incluidos o beneficiario (PAR-BENEF-NOME/CNPJ) e a
      *              conta de cobranca (PAR-BCO-CODIGO, -AGENCIA,
      *              -CONTA e -CARTEIRA) impressos no boleto do PROG136.
      *   2026 mnt - Incluido PAR-UF-EMITENTE, a UF de origem da
      *              empresa usada pelo PROG64 na busca das aliquotas
      *              de impostos da fatura (ALIQTRIB.ARQ).
      *   2026 mnt - Incluidos PAR-NFE-SERIE (serie propria da NF-e,
      *              padrao 1) e PAR-NFE-AMBIENTE (1 = producao,
      *              2 = homologacao, padrao), usados pela geracao
      *              da NF-e PROG138.
      *   2026 mnt - Incluido PAR-FAT-PARCIAL: 'S' = a rodada de
      *              faturamento PROG64 fatura so o que ha em estoque
      *              e deixa o resto como pedido pendente de entrega;
      *              'N' (padrao) = fatura tudo, como antes.
      *   2026 mnt - Incluidos PAR-DIAS-LENTO e PAR-DIAS-OBSOLETO,
      *              os dias sem venda que classificam o produto
      *              como giro lento ou obsoleto na valorizacao de
      *              estoque do PROG152 (ZEROS = padrao 90/180).
      *   2026 mnt - Incluido PAR-DIAS-ENTREGA, o prazo em dias da
      *              emissao a entrega alem do qual a fatura sai no
      *              acompanhamento de entregas do PROG159 (ZEROS =
      *              padrao 5).
      *   2026 mnt - Incluido PAR-FLEX-TRANSPORTA: no fechamento da
      *              competencia (PROG67) o saldo da verba de
      *              desconto do vendedor (FLEXVEN.ARQ) passa para a
      *              competencia seguinte ('S', padrao) ou e' zerado
      *              ('N').
      *   2026 mnt - Incluidos PAR-COM-CAIXA (S = o PROG67 fecha a
      *              comissao pelos recebimentos do mes em FATPAG.ARQ;
      *              N, padrao, pelo faturamento) e
      *              PAR-COM-DIAS-ESTORNO, os dias de atraso da
      *              fatura ja comissionada que levam ao estorno da
      *              comissao no fechamento seguinte (ZEROS = padrao
      *              90).
      *   2026 mnt - Incluido PAR-SENHA-CORTE (AAAAMMDD; ZEROS = sem
      *              corte): depois desta data a senha de operador
      *              ainda na cifra antiga nao e' mais aceita
      *              (PROG19) e o PROG185 a expurga, obrigando o
      *              reset pelo PROG18.
      *   2026 mnt - Incluido PAR-SESSAO-MINUTOS (minutos sem uso
      *              que encerram a sessao do PMENU e a tornam
      *              vencida em SESSAO.ARQ; ZEROS = padrao 15).
      ******************************************************************
       FD  PARAM.

           05 PAR-VLR-APROVACAO PIC 9(09)V99.
           05 PAR-RAIO-VISITA   PIC 9(03).
           05 PAR-VLR-KM        PIC 9(03)V99.
           05 PAR-MULTA-ATRASO  PIC 9(02)V99.
           05 PAR-JUROS-DIA     PIC 9(01)V9999.
           05 PAR-COBR-DIAS-1   PIC 9(03).
           05 PAR-COBR-DIAS-2   PIC 9(03).
           05 PAR-COBR-DIAS-3   PIC 9(03).
           05 PAR-NEGAT-DIAS    PIC 9(03).
           05 PAR-BENEF-NOME    PIC X(40).
           05 PAR-BENEF-CNPJ    PIC X(18).
           05 PAR-BCO-CODIGO    PIC 9(03).
           05 PAR-BCO-AGENCIA   PIC 9(04).
           05 PAR-BCO-CONTA     PIC 9(07).
           05 PAR-BCO-CARTEIRA  PIC 9(02).
           05 PAR-UF-EMITENTE   PIC X(02).
           05 PAR-NFE-SERIE     PIC 9(03).
           05 PAR-NFE-AMBIENTE  PIC X(01).
           05 PAR-FAT-PARCIAL   PIC X(01).
           05 PAR-DIAS-LENTO    PIC 9(03).
           05 PAR-DIAS-OBSOLETO PIC 9(03).
           05 PAR-DIAS-ENTREGA  PIC 9(03).
           05 PAR-FLEX-TRANSPORTA PIC X(01).
           05 PAR-COM-CAIXA     PIC X(01).
           05 PAR-COM-DIAS-ESTORNO PIC 9(03).
           05 PAR-SENHA-CORTE   PIC 9(08).
           05 PAR-SESSAO-MINUTOS PIC 9(03).
