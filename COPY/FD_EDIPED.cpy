      ******************************************************************
      * Copybook..: FD_EDIPED
      * Uso.......: Layout do arquivo texto de pedidos de compra
      *             eletronicos dos clientes-chave (EDIPED.TXT), lido
      *             pelo PROG197, e do arquivo de confirmacao
      *             (EDIACK_cnpj_seq.TXT) que o mesmo PROG197 devolve
      *             por pedido de compra, no mesmo layout de 80
      *             posicoes. Tipos de registro:
      *             HDR = cabecalho (quantidade de registros CAB+ITM
      *                   e numero de geracao do arquivo, controlado
      *                   pelo PROG106);
      *             CAB = um por pedido de compra (CNPJ do comprador,
      *                   numero e data do pedido de compra);
      *             ITM = itens do pedido de compra que o antecede
      *                   (linha do cliente, codigo do produto no
      *                   cliente, quantidade e preco unitario
      *                   esperado, ambos com 2 decimais implicitos,
      *                   sem virgula; preco em branco = aceita o
      *                   preco vigente);
      *             TRL = fim do arquivo.
      *             Na confirmacao o CAB leva o numero do pedido
      *             gerado e a situacao do pedido de compra (A =
      *             aceito, P = aceito aguardando aprovacao, R =
      *             recusado) e cada ITM a situacao da linha (A =
      *             aceita, C = aceita com alteracao, R = rejeitada),
      *             a quantidade aceita, o preco aplicado e o motivo.
      ******************************************************************
       FD  EDIPED.

       01 EDIPED-REG.
           05 EDI-TIPO          PIC X(003).
              88 EDI-HDR        VALUE 'HDR'.
              88 EDI-CAB        VALUE 'CAB'.
              88 EDI-ITM        VALUE 'ITM'.
              88 EDI-TRL        VALUE 'TRL'.
           05 EDI-DADOS         PIC X(077).

       01 EDIPED-HDR REDEFINES EDIPED-REG.
           05 HDR-MARCA         PIC X(003).
           05 HDR-QTDE          PIC 9(006).
           05 HDR-SEQ           PIC X(004).
           05 FILLER            PIC X(067).

       01 EDIPED-CAB REDEFINES EDIPED-REG.
           05 FILLER            PIC X(003).
           05 CAB-CNPJ          PIC X(014).
           05 CAB-PEDIDO-CLI    PIC X(020).
           05 CAB-DATA          PIC X(008).
           05 CAB-PEDIDO        PIC X(008).
           05 CAB-SITUACAO      PIC X(001).
           05 CAB-MOTIVO        PIC X(026).

       01 EDIPED-ITM REDEFINES EDIPED-REG.
           05 FILLER            PIC X(003).
           05 ITM-LINHA         PIC X(004).
           05 ITM-PROD-CLI      PIC X(020).
           05 ITM-QTDE          PIC X(009).
           05 ITM-PRECO         PIC X(009).
           05 ITM-SITUACAO      PIC X(001).
           05 ITM-QTDE-ACEITA   PIC X(009).
           05 ITM-PRECO-APLIC   PIC X(009).
           05 ITM-MOTIVO        PIC X(016).
