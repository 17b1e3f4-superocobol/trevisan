      ******************************************************************
      * Copybook..: FD_CAMPO
      * Uso.......: Layout do pacote offline do vendedor
      *             (CAMPO_nnnnn_AAAAMMDD.TXT), gerado toda noite pelo
      *             PROG183 e entregue na caixa de saida (PROG76) para
      *             o aplicativo de campo carregar. Registros de 350
      *             posicoes, o tipo nas 3 primeiras:
      *             HDR - cabecalho (vendedor, data, sequencia do
      *                   pacote pelo PROG106, periodo da agenda);
      *             CLI - cliente ativo da carteira (DISTRIB.ARQ) com
      *                   endereco, contato e situacao de credito;
      *             FAT - fatura em aberto do cliente (logo apos o
      *                   CLI do cliente);
      *             PRO - produto ativo com o estoque disponivel
      *                   (saldo menos reservado);
      *             PRC - preco vigente de PRECO.ARQ por classe de
      *                   cliente presente na carteira, com o teto de
      *                   desconto da classe (PARAM.ARQ) e o preco
      *                   minimo que ele permite;
      *             AGE - visita planejada (AGENDA.ARQ) no periodo;
      *             TRL - rodape com as quantidades por tipo, o total
      *                   de registros (HDR e TRL inclusos) e a soma
      *                   dos saldos em aberto das faturas.
      *             Valores com decimais implicitos, sem virgula,
      *             como no PEDIMP.TXT. CPO-C-SIT-CREDITO: L = livre,
      *             A = bloqueado por fatura vencida alem de
      *             PAR-DIAS-ATRASO, C = exposicao (pedidos e faturas
      *             em aberto) no limite CLI-LIMITE-CRED ou acima.
      *             CPO-C-DISPONIVEL = limite menos exposicao (ZEROS
      *             com CPO-C-LIMITE ZEROS = cliente sem limite).
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  CAMPO.

       01  CAMPO-HDR.
           05 CPO-H-TIPO          PIC X(03).
           05 CPO-H-VERSAO        PIC 9(02).
           05 CPO-H-CODV          PIC 9(05).
           05 CPO-H-NOME          PIC X(40).
           05 CPO-H-DATA          PIC 9(08).
           05 CPO-H-HORA          PIC 9(06).
           05 CPO-H-SEQ           PIC X(04).
           05 CPO-H-AGE-INI       PIC 9(08).
           05 CPO-H-AGE-FIM       PIC 9(08).
           05 CPO-H-DIAS-BLQ      PIC 9(03).
           05 FILLER              PIC X(263).

       01  CAMPO-CLI.
           05 CPO-C-TIPO          PIC X(03).
           05 CPO-C-CODC          PIC 9(07).
           05 CPO-C-CNPJ          PIC X(14).
           05 CPO-C-NOME          PIC X(40).
           05 CPO-C-CLASSE        PIC X(01).
           05 CPO-C-LOGRADOURO    PIC X(40).
           05 CPO-C-NUM-END       PIC X(06).
           05 CPO-C-COMPLEMENTO   PIC X(15).
           05 CPO-C-BAIRRO        PIC X(25).
           05 CPO-C-MUNICIPIO     PIC X(30).
           05 CPO-C-UF            PIC X(02).
           05 CPO-C-CEP           PIC 9(08).
           05 CPO-C-TELEFONE      PIC X(15).
           05 CPO-C-EMAIL         PIC X(40).
           05 CPO-C-LIMITE        PIC 9(09)V99.
           05 CPO-C-FAT-ABERTO    PIC 9(11)V99.
           05 CPO-C-FAT-VENCIDO   PIC 9(11)V99.
           05 CPO-C-PED-ABERTO    PIC 9(11)V99.
           05 CPO-C-DISPONIVEL    PIC 9(11)V99.
           05 CPO-C-CRED-NOTA     PIC 9(09)V99.
           05 CPO-C-MAIOR-ATRASO  PIC 9(05).
           05 CPO-C-SIT-CREDITO   PIC X(01).
           05 FILLER              PIC X(24).

       01  CAMPO-FAT.
           05 CPO-F-TIPO          PIC X(03).
           05 CPO-F-CODC          PIC 9(07).
           05 CPO-F-FATURA        PIC 9(08).
           05 CPO-F-PARCELA       PIC 9(02).
           05 CPO-F-QTD-PARC      PIC 9(02).
           05 CPO-F-PEDIDO        PIC 9(08).
           05 CPO-F-EMISSAO       PIC 9(08).
           05 CPO-F-VENCTO        PIC 9(08).
           05 CPO-F-VALOR         PIC 9(09)V99.
           05 CPO-F-PAGO          PIC 9(09)V99.
           05 CPO-F-SALDO         PIC 9(09)V99.
           05 CPO-F-DIAS-ATRASO   PIC 9(05).
           05 FILLER              PIC X(266).

       01  CAMPO-PRO.
           05 CPO-P-TIPO          PIC X(03).
           05 CPO-P-PROD          PIC 9(05).
           05 CPO-P-DESCRICAO     PIC X(30).
           05 CPO-P-UNIDADE       PIC X(03).
           05 CPO-P-LINHA         PIC X(04).
           05 CPO-P-DISPONIVEL    PIC 9(07)V99.
           05 FILLER              PIC X(296).

       01  CAMPO-PRC.
           05 CPO-R-TIPO          PIC X(03).
           05 CPO-R-PROD          PIC 9(05).
           05 CPO-R-CLASSE        PIC X(01).
           05 CPO-R-VIGENCIA      PIC 9(08).
           05 CPO-R-PRECO         PIC 9(07)V99.
           05 CPO-R-DESC-MAX      PIC 9(02)V99.
           05 CPO-R-PRECO-MIN     PIC 9(07)V99.
           05 FILLER              PIC X(311).

       01  CAMPO-AGE.
           05 CPO-A-TIPO          PIC X(03).
           05 CPO-A-DATA          PIC 9(08).
           05 CPO-A-DIA           PIC 9(03).
           05 CPO-A-SEQ           PIC 9(03).
           05 CPO-A-CODC          PIC 9(07).
           05 CPO-A-NOME          PIC X(40).
           05 FILLER              PIC X(286).

       01  CAMPO-TRL.
           05 CPO-T-TIPO          PIC X(03).
           05 CPO-T-QTD-CLI       PIC 9(06).
           05 CPO-T-QTD-FAT       PIC 9(06).
           05 CPO-T-QTD-PRO       PIC 9(06).
           05 CPO-T-QTD-PRC       PIC 9(06).
           05 CPO-T-QTD-AGE       PIC 9(06).
           05 CPO-T-QTD-REG       PIC 9(07).
           05 CPO-T-SOMA-SALDO    PIC 9(13)V99.
           05 FILLER              PIC X(295).
