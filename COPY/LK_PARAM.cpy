      *              (LK-PAR-RAIO-VIS, em Km; ZEROS = desligada).
      *   2026 mnt - Incluido o valor de reembolso por Km rodado
      *              (LK-PAR-VLR-KM; ZEROS = desligado).
      *   2026 mnt - Incluidos a multa e os juros de mora ao dia por
      *              atraso de fatura (LK-PAR-MULTA e LK-PAR-JUROS-DIA,
      *              percentuais; ZEROS = sem encargo).
      *   2026 mnt - Incluidos os dias de atraso das etapas da regua
      *              de cobranca (LK-PAR-COBR-DIAS-1/2/3, padrao
      *              5/15/30).
      *   2026 mnt - Incluido LK-PAR-NEGAT-DIAS (dias de atraso para a
      *              negativacao no bureau de credito, padrao 90).
      *   2026 mnt - Incluidos o beneficiario e a conta de cobranca do
      *              boleto (LK-PAR-BENEF-NOME/CNPJ, LK-PAR-BCO-*).
      *   2026 mnt - Incluido LK-PAR-UF-EMITENTE (UF de origem dos
      *              impostos da fatura, espacos = nao informada).
      *   2026 mnt - Incluidos LK-PAR-NFE-SERIE (padrao 1) e
      *              LK-PAR-NFE-AMBIENTE (padrao '2', homologacao).
      *   2026 mnt - Incluido LK-PAR-FAT-PARCIAL (padrao 'N',
      *              fatura tudo; 'S' = faturamento parcial com
      *              pendencia de entrega no PROG64).
      *   2026 mnt - Incluidos LK-PAR-DIAS-LENTO e
      *              LK-PAR-DIAS-OBSOL (dias sem venda do estoque
      *              lento e obsoleto, padrao 90/180).
      *   2026 mnt - Incluido LK-PAR-DIAS-ENTREGA (prazo de entrega
      *              da fatura em dias, padrao 5).
      *   2026 mnt - Incluido LK-PAR-FLEX-TRANSP (saldo da verba de
      *              desconto transportado no fechamento, padrao
      *              'S'; 'N' = zera).
      *   2026 mnt - Incluidos LK-PAR-COM-CAIXA (comissao pelo caixa,
      *              padrao N) e LK-PAR-COM-DIAS-EST (dias de atraso
      *              para o estorno de comissao, padrao 90).
      *   2026 mnt - Incluido LK-PAR-SENHA-CORTE (data de corte da
      *              senha de operador na cifra antiga; ZEROS = sem
      *              corte).
      *   2026 mnt - Incluido LK-PAR-SESSAO-MIN (minutos sem uso
      *              que encerram a sessao do PMENU, padrao 15).
      ******************************************************************
       01  LK-PARAM.
           03 LK-PAR-RET        PIC X(01).
           03 LK-PAR-VLR-APROV   PIC 9(09)V99.
           03 LK-PAR-RAIO-VIS    PIC 9(03).
           03 LK-PAR-VLR-KM      PIC 9(03)V99.
           03 LK-PAR-MULTA       PIC 9(02)V99.
           03 LK-PAR-JUROS-DIA   PIC 9(01)V9999.
           03 LK-PAR-COBR-DIAS-1 PIC 9(03).
           03 LK-PAR-COBR-DIAS-2 PIC 9(03).
           03 LK-PAR-COBR-DIAS-3 PIC 9(03).
           03 LK-PAR-NEGAT-DIAS  PIC 9(03).
           03 LK-PAR-BENEF-NOME  PIC X(40).
           03 LK-PAR-BENEF-CNPJ  PIC X(18).
           03 LK-PAR-BCO-CODIGO  PIC 9(03).
           03 LK-PAR-BCO-AGENCIA PIC 9(04).
           03 LK-PAR-BCO-CONTA   PIC 9(07).
           03 LK-PAR-BCO-CARTEIRA PIC 9(02).
           03 LK-PAR-UF-EMITENTE PIC X(02).
           03 LK-PAR-NFE-SERIE   PIC 9(03).
           03 LK-PAR-NFE-AMBIENTE PIC X(01).
           03 LK-PAR-FAT-PARCIAL PIC X(01).
              88 LK-PAR-FATURA-PARCIAL VALUE 'S'.
           03 LK-PAR-DIAS-LENTO  PIC 9(03).
           03 LK-PAR-DIAS-OBSOL  PIC 9(03).
           03 LK-PAR-DIAS-ENTREGA PIC 9(03).
           03 LK-PAR-FLEX-TRANSP PIC X(01).
              88 LK-PAR-FLEX-ZERA VALUE 'N'.
           03 LK-PAR-COM-CAIXA   PIC X(01).
              88 LK-PAR-COMIS-CAIXA VALUE 'S'.
           03 LK-PAR-COM-DIAS-EST PIC 9(03).
           03 LK-PAR-SENHA-CORTE PIC 9(08).
           03 LK-PAR-SESSAO-MIN  PIC 9(03).
