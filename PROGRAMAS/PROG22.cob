      *              PROG120) so mantem pedidos de clientes da
      *              propria UF; tentativa fora do escopo vai para
      *              MENULOG.TXT.
      *   2026 mnt - Condicao de pagamento do pedido (PED-COND-PAGTO,
      *              tabela CONDPAG.ARQ do PROG127): opcional, deve
      *              estar ativa e liberada para a classe do cliente;
      *              espaco = parcela unica no prazo padrao. O PROG64
      *              fatura uma parcela por prazo da condicao.
      *              WS-PED-SALVA acompanhou o registro (X(101)).
      *   2026 mnt - Reserva de estoque (PROG140) acompanha inclusao,
      *              itens, alteracao, fila por desconto e exclusao;
      *              aviso de saldo usa o disponivel (saldo menos
      *              PRO-RESERVADO).
      *   2026 mnt - WS-PED-SALVA e WS-PED-ANTES acompanharam o
      *              registro de PEDIDOS (PED-PEDIDO-ORIG, X(109)).
      *   2026 mnt - Item novo grava ITE-CUSTO zerado: o custo e
      *              congelado no faturamento (PROG64).
      *   2026 mnt - Aviso de saldo disponivel passa a usar o deposito
      *              que atende o cliente (CLI-DEPOSITO): saldo menos
      *              reserva do produto nele (ESTDEP.ARQ, PROG153).
      *   2026 mnt - Preco negociado no contrato de fornecimento
      *              do cliente (CONTRATO.ARQ/CONTRITEM.ARQ, PROG164)
      *              vale no lugar da tabela PRECO.ARQ: sugerido
      *              quando nao digitado e usado como piso; preco
      *              abaixo do contrato marca ITE-ABAIXO-TAB e prende
      *              o pedido na fila como o desconto alem do teto.
      *   2026 mnt - Verba de desconto do vendedor (FLEXVEN.ARQ,
      *              PROG171): item fora da tabela credita (acima)
      *              ou debita (abaixo) a diferenca; item abaixo do
      *              piso da classe so prende o pedido na fila
      *              quando o saldo da verba nao cobre o desconto.
      *              Cancelamento e exclusao estornam a verba.
      *   2026 mnt - Preco promocional da campanha (CAMPPROD.ARQ,
      *              PROG121) no pedido com o codigo da campanha,
      *              cliente do publico (CAMPCLI.ARQ) e data na
      *              vigencia: sugerido e usado como piso, sem
      *              mover a verba do vendedor; o contrato do
      *              cliente prevalece. Desconto concedido sobre a
      *              tabela gravado em ITE-DESC-PROMO (PROG122).
      *   2026 mnt - Confirmacao do pedido ao cliente (PROG173) na
      *              inclusao, na alteracao e no acrescimo de itens:
      *              e-mail pelo gateway de correio e copia no spool.
      *   2026 mnt - Senha do supervisor conferida pelo resumo
      *              com sal do PROG19 (frase-senha de ate 20
      *              posicoes).
      *   2026 mnt - Pedido novo grava PED-OPER-DIGIT (operador
      *              logado); WS-PED-SALVA e WS-PED-ANTES
      *              acompanharam o registro de PEDIDOS (X(125)).
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      *   2026 mnt - WS-PED-SALVA e WS-PED-ANTES acompanharam o
      *              registro de PEDIDOS (PED-PEDIDO-CLI, X(145));
      *              pedido digitado nasce sem pedido do cliente.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG22.
              FILE STATUS IS OPE-STAT
              RECORD KEY IS OPE-KEY.

       SELECT PERIODO ASSIGN TO WS-ARQ-PERIODO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS PRE-STAT
              RECORD KEY   IS PRE-KEY.

       SELECT CONTRATO ASSIGN TO WS-ARQ-CONTRATO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS CTR-STAT
              ALTERNATE RECORD KEY IS CTR-CODC WITH DUPLICATES
              RECORD KEY           IS CTR-KEY.

       SELECT CONTRITEM ASSIGN TO WS-ARQ-CONTRITEM
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CTI-STAT
              RECORD KEY   IS CTI-KEY.

       SELECT CAMPANHA ASSIGN TO WS-ARQ-CAMPANHA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CAM-STAT
              RECORD KEY   IS CAM-KEY.

       SELECT CAMPCLI ASSIGN TO WS-ARQ-CAMPCLI
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CPC-STAT
              RECORD KEY   IS CPC-KEY.

       SELECT CAMPPROD ASSIGN TO WS-ARQ-CAMPPROD
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CPP-STAT
              RECORD KEY   IS CPP-KEY.

       SELECT CONDPAG ASSIGN TO WS-ARQ-CONDPAG
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CPG-STAT
              RECORD KEY   IS CPG-KEY.

       SELECT AUSENCIA ASSIGN TO WS-ARQ-AUSENCIA
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC

       COPY FD_OPERADOR.

       COPY FD_PERIODO.

       COPY FD_MOTCANC.

       COPY FD_PRECO.

       COPY FD_CONTRATO.

       COPY FD_CONTRITEM.

       COPY FD_CAMPANHA.

       COPY FD_CAMPCLI.

       COPY FD_CAMPPROD.

       COPY FD_CONDPAG.

       COPY FD_AUSENCIA.

       WORKING-STORAGE SECTION.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-OPERADOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PERIODO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-MOTCANC     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRECO       PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONTRATO    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONTRITEM   PIC X(70) VALUE SPACES.
       77 WS-ARQ-CAMPANHA    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CAMPCLI     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CAMPPROD    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONDPAG     PIC X(70) VALUE SPACES.
       77 WS-ARQ-AUSENCIA    PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 FSO-OK        VALUE ZEROS.
           88 FSO-NAO-EXISTE VALUE 35.

       77 FEC-STAT          PIC 9(02).
           88 FSFEC-OK      VALUE ZEROS.
           88 FSFEC-NAO-EXISTE VALUE 35.
           88 TEM-PRECO     VALUE 'S'.
           88 SEM-PRECO     VALUE 'N'.

       77 CTR-STAT          PIC 9(02).
           88 FSCT-OK       VALUE ZEROS.
           88 FSCT-FIM-REG  VALUE 10.
           88 FSCT-NAO-EXISTE VALUE 35.

       77 CTI-STAT          PIC 9(02).
           88 FSCI-OK       VALUE ZEROS.
           88 FSCI-NAO-EXISTE VALUE 35.

      *    Contratos de fornecimento (PROG164): sem os dois arquivos
      *    vale so a tabela de precos.
       77 WS-TEM-CONTRATO   PIC X(01) VALUE 'N'.
           88 TEM-CONTRATO  VALUE 'S'.
           88 SEM-CONTRATO  VALUE 'N'.

      *    Contrato ativo do cliente vigente na data do pedido
      *    (ZEROS = nenhum) e preco negociado do produto digitado.
       77 WS-CONTRATO-PED   PIC 9(06) VALUE ZEROS.
       77 WS-PRECO-CONTRATO PIC 9(07)V99 VALUE ZEROS.

       77 CAM-STAT          PIC 9(02).
           88 FSCAM-OK      VALUE ZEROS.
           88 FSCAM-NAO-EXISTE VALUE 35.
           88 TEM-CAMPANHA  VALUE 'S'.
           88 SEM-CAMPANHA  VALUE 'N'.

       77 CPC-STAT          PIC 9(02).
           88 FSCPC-OK      VALUE ZEROS.
           88 FSCPC-NAO-EXISTE VALUE 35.

       77 CPP-STAT          PIC 9(02).
           88 FSCPP-OK      VALUE ZEROS.
           88 FSCPP-NAO-EXISTE VALUE 35.

      *    Oferta das campanhas (CAMPCLI.ARQ e CAMPPROD.ARQ, PROG121):
      *    sem os dois arquivos nenhum pedido tem preco promocional.
       77 WS-TEM-OFERTA     PIC X(01) VALUE 'N'.
           88 TEM-OFERTA    VALUE 'S'.
           88 SEM-OFERTA    VALUE 'N'.

      *    Pedido com direito ao preco promocional da campanha
      *    (cliente do publico e data na vigencia) e preco
      *    promocional do produto digitado (ZEROS = sem oferta).
       77 WS-CAMP-PEDIDO    PIC X(01) VALUE 'N'.
           88 CAMPANHA-VALE VALUE 'S'.
       77 WS-PRECO-PROMO    PIC 9(07)V99 VALUE ZEROS.
       77 WS-BASE-PROMO     PIC 9(07)V99 VALUE ZEROS.

       77 CPG-STAT          PIC 9(02).
           88 FSCPG-OK      VALUE ZEROS.
           88 FSCPG-NAO-EXISTE VALUE 35.

       77 WS-TEM-CONDPAG    PIC X(01) VALUE 'N'.
           88 TEM-CONDPAG   VALUE 'S'.
           88 SEM-CONDPAG   VALUE 'N'.

       77 WS-CLASSE-COND    PIC X(01) VALUE SPACE.

       77 AUS-STAT          PIC 9(02).
           88 FSAU-OK       VALUE ZEROS.
           88 FSAU-FIM-REG  VALUE 10.
       77 WS-DESC-APLICADO  PIC 9(03)V99 VALUE ZEROS.
       77 WS-DESC-TETO      PIC 9(02)V99 VALUE ZEROS.
       77 WS-CLASSE-PEDIDO  PIC X(01) VALUE SPACES.
      *    Contribuicao do item para a verba de desconto do vendedor
      *    (quantidade x diferenca para a tabela; ZEROS = preco de
      *    tabela ou de contrato) e o desconto que ela precisa cobrir
      *    quando o item fica abaixo do piso da classe.
       77 WS-FLEX-VALOR     PIC S9(11)V99 VALUE ZEROS.
       77 WS-FLEX-DESCONTO  PIC S9(11)V99 VALUE ZEROS.
      *    Deposito que atende o cliente do pedido (ZEROS = o
      *    principal), base do aviso de saldo disponivel.
       77 WS-DEP-PEDIDO     PIC 9(03) VALUE ZEROS.

       01 WS-EDITA-SALDO    PIC -Z.ZZZ.ZZ9,99.

       77 WS-CODC-EXPO      PIC 9(07) VALUE ZEROS.
      *    Mesmo tamanho de PEDIDOS-PED (como WS-CLI-SALVA com o
      *    CLIENTES): acompanhar qualquer ampliacao do registro.
       01 WS-PED-SALVA      PIC X(145) VALUE SPACES.
       77 WS-EXPOSICAO-NOVA PIC 9(11)V99 VALUE ZEROS.
       77 WS-LIMITE-CRED    PIC 9(09)V99 VALUE ZEROS.

           05 WS-PAN-OBS-CANC   PIC X(40).
           05 WS-PAN-SIT-CONTAB PIC X(01).
           05 WS-PAN-CAMPANHA   PIC X(06).
           05 WS-PAN-COND-PAGTO PIC X(03).
           05 WS-PAN-PEDIDO-ORIG PIC 9(08).
           05 WS-PAN-OPER-DIGIT PIC X(08).
           05 WS-PAN-OPER-APROV PIC X(08).
           05 WS-PAN-PEDIDO-CLI PIC X(20).

       77 WS-COD-SUPERV     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERV   PIC X(20) VALUE SPACES.
       77 WS-MOTIVO-LIBERACAO PIC X(15) VALUE SPACES.
       77 WS-DIAS-ATRASO-BLQ  PIC 9(03) VALUE ZEROS.
       77 WS-VLR-APROVACAO    PIC 9(09)V99 VALUE ZEROS.

       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       COPY LK_SENHA.

       COPY LK_PARAM.

       COPY LK_PEDSUM.

       COPY LK_RESERVA.

       COPY LK_ESTDEP.

       COPY LK_FLEX.

      *    Confirmacao do pedido ao cliente (PROG173): pedido gravado
      *    na inclusao e itens gravados na digitacao.
       77 WS-PED-GRAVADO    PIC X(01) VALUE 'N'.
           88 PED-GRAVADO   VALUE 'S'.
       77 WS-QTD-ITENS-NOVOS PIC 9(03) VALUE ZEROS.

       COPY LK_CONFPED.

       77 WS-UF-ESCOPO      PIC X(02) VALUE SPACES.
       77 WS-ESCOPO-OK      PIC X(01) VALUE 'N'.
           88 FORA-DO-ESCOPO   VALUE 'S'.
              07 SS-CAMPANHA FOREGROUND-COLOR 2.
                 10 LINE 10 COLUMN 45 VALUE "CAMPANHA.:".
                 10 COLUMN PLUS 2 PIC X(06) USING PED-CAMPANHA.
              07 SS-CONDPAG FOREGROUND-COLOR 2.
                 10 LINE 20 COLUMN 45 VALUE "COND.PAG.:".
                 10 COLUMN PLUS 2 PIC X(03) USING PED-COND-PAGTO.

       01 SS-ITEM FOREGROUND-COLOR 2.
           05 LINE 16 COLUMN 45 VALUE "PRODUTO..:".
           05 LINE 10 COLUMN 45 VALUE "SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-SUPERV.
           05 LINE 12 COLUMN 45 VALUE "SENHA.....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-SUPERV
              NO ECHO.

       01 SS-ERRO.
           MOVE 'PROG22'  TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE
      *    Operador logado (PMENU): fica gravado no pedido digitado.
           ACCEPT WS-OPERADOR-EXEC FROM ENVIRONMENT 'COBOL_OPERADOR'
           IF WS-OPERADOR-EXEC = SPACES
              MOVE 'PROG22' TO WS-OPERADOR-EXEC
           END-IF
      *    Parametros gerais: dias de atraso que bloqueiam pedido
      *    novo (ZEROS = sem bloqueio).
           CALL "PROG41" USING LK-PARAM END-CALL
      *-----------------------------------------------------------------
       FECHA-TUDO.
      *-----------------------------------------------------------------
           CLOSE PEDIDOS CLIENTES OPERADOR
           IF TEM-FATURA
              CLOSE FATURA
           END-IF
           IF TEM-PRECO
              CLOSE PRECO
           END-IF
           IF TEM-CONTRATO
              CLOSE CONTRATO CONTRITEM
           END-IF
           IF TEM-AUSENCIA
              CLOSE AUSENCIA
           END-IF
           IF TEM-CAMPANHA
              CLOSE CAMPANHA
           END-IF
           IF TEM-OFERTA
              CLOSE CAMPCLI CAMPPROD
           END-IF
           IF TEM-CONDPAG
              CLOSE CONDPAG
           END-IF
           CLOSE PEDITEM
           .
       FECHA-TUDO-FIM.
           MOVE ZEROS TO PEDIDOS-PED
           MOVE 'A'   TO PED-SITUACAO
           MOVE SPACES TO PED-MOT-CANC PED-OBS-CANC PED-CAMPANHA
                          PED-COND-PAGTO PED-OPER-APROV
                          PED-PEDIDO-CLI
           MOVE WS-OPERADOR-EXEC TO PED-OPER-DIGIT
           ACCEPT PED-DATA FROM DATE YYYYMMDD
           SET E-NAO TO TRUE
           MOVE 'N' TO WS-PED-GRAVADO
           .
       DIG-DADOS.
           ACCEPT SS-TELA-REGISTRO  END-ACCEPT
           END-IF

           IF E-NAO
              MOVE 'S' TO WS-PED-GRAVADO
              PERFORM SOMA-PEDSUM THRU SOMA-PEDSUM-FIM
              PERFORM ACERTA-RESERVA THRU ACERTA-RESERVA-FIM
           END-IF

           IF E-NAO AND TEM-PRODUTO
                 PERFORM DIGITA-ITENS THRU DIGITA-ITENS-FIM
              END-IF
           END-IF

      *    Pedido novo (com os itens ja digitados) vai confirmado ao
      *    cliente.
           IF PED-GRAVADO
              MOVE 'N' TO LK-CFP-MOTIVO
              PERFORM ENVIA-CONFIRMACAO THRU ENVIA-CONFIRMACAO-FIM
           END-IF
           .

       INCLUI-FIM.
           DISPLAY SS-TELA-REGISTRO

           PERFORM DIGITA-ITENS THRU DIGITA-ITENS-FIM

      *    Item acrescentado altera o pedido: nova confirmacao.
           IF WS-QTD-ITENS-NOVOS > ZEROS
              MOVE 'L' TO LK-CFP-MOTIVO
              PERFORM ENVIA-CONFIRMACAO THRU ENVIA-CONFIRMACAO-FIM
           END-IF
           .
       ITENS-PEDIDO-FIM.
           EXIT.
      *    sequencial continua da maior sequencia ja gravada para o
      *    pedido.
           PERFORM ACHA-PROXIMO-ITEM THRU ACHA-PROXIMO-ITEM-FIM
           MOVE ZEROS TO WS-QTD-ITENS-NOVOS

      *    Classe do cliente do pedido, para o teto de desconto.
           MOVE 'C' TO WS-CLASSE-PEDIDO
           MOVE ZEROS TO WS-DEP-PEDIDO
           MOVE PED-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   IF CLI-CLASSE NOT = SPACE
                      MOVE CLI-CLASSE TO WS-CLASSE-PEDIDO
                   END-IF
                   IF CLI-DEPOSITO NUMERIC
                      MOVE CLI-DEPOSITO TO WS-DEP-PEDIDO
                   END-IF
           END-READ

           PERFORM ACHA-CONTRATO THRU ACHA-CONTRATO-FIM
           PERFORM ACHA-CAMPANHA-PED THRU ACHA-CAMPANHA-PED-FIM
           .
       DIGITA-UM-ITEM.
           MOVE PED-NUMERO TO ITE-PEDIDO

      *    Quantidade acima do saldo disponivel: avisa, mas aceita -
      *    a decisao comercial e' do operador; o estoque so baixa no
      *    faturamento. Disponivel e' o saldo do deposito que atende
      *    o cliente menos o que ja esta reservado nele para outros
      *    pedidos aprovados (PROG153).
           SET LK-EDP-OP-CONSULTA TO TRUE
           MOVE ITE-PROD      TO LK-EDP-PROD
           MOVE WS-DEP-PEDIDO TO LK-EDP-DEP
           MOVE ZEROS         TO LK-EDP-QTDE
           CALL "PROG153" USING LK-ESTDEP END-CALL
           IF NOT LK-EDP-OK AND NOT LK-EDP-INATIVO
              MOVE ZEROS TO LK-EDP-SALDO LK-EDP-RESERVADO
           END-IF
           IF ITE-QTDE > LK-EDP-SALDO - LK-EDP-RESERVADO
              COMPUTE WS-EDITA-SALDO =
                      LK-EDP-SALDO - LK-EDP-RESERVADO
              MOVE SPACES TO WS-MSGERRO
              STRING 'ATENCAO: DISPONIVEL NO DEPOSITO '
                                                    DELIMITED BY SIZE
                     LK-EDP-DEP                     DELIMITED BY SIZE
                     ' E '                          DELIMITED BY SIZE
                     WS-EDITA-SALDO                 DELIMITED BY SIZE
                INTO WS-MSGERRO
              END-STRING

           ADD 1 TO WS-PROX-ITEM
           MOVE WS-PROX-ITEM TO ITE-SEQ
           MOVE 'N' TO ITE-RESERVADO
      *    Custo do item so e' congelado no faturamento (PROG64).
           MOVE ZEROS TO ITE-CUSTO
           WRITE PEDITEM-ITE
                 INVALID KEY
                   MOVE 'DIGITA-ITENS'                    TO LK-PAR
                   PERFORM ERRO-FS-GENERICO
                   GO TO DIGITA-ITENS-FIM
           END-WRITE
           ADD 1 TO WS-QTD-ITENS-NOVOS

      *    Venda fora do preco de tabela credita ou debita a verba
      *    de desconto do vendedor do pedido (PROG171).
           IF WS-FLEX-VALOR NOT = ZEROS
              PERFORM LANCA-VERBA-FLEX THRU LANCA-VERBA-FLEX-FIM
           END-IF

      *    Item de pedido aprovado ja entra na reserva do produto.
           PERFORM ACERTA-RESERVA THRU ACERTA-RESERVA-FIM

           GO TO DIGITA-UM-ITEM
           .
      *    do pedido; preco nao digitado assume a tabela; desconto
      *    alem do teto da classe gera aviso e marca o item.
           MOVE 'N'   TO ITE-ABAIXO-TAB
           MOVE ZEROS TO WS-PRECO-TABELA WS-FLEX-VALOR ITE-DESC-PROMO

      *    Produto com preco negociado no contrato do cliente: o
      *    contrato vale no lugar da tabela e e' o proprio piso.
           PERFORM CONFERE-PRECO-CONTRATO
              THRU CONFERE-PRECO-CONTRATO-FIM
           IF WS-PRECO-CONTRATO NOT = ZEROS
              GO TO CONFERE-PRECO-TABELA-FIM
           END-IF

           IF SEM-PRECO
              PERFORM CONFERE-PRECO-CAMPANHA
                 THRU CONFERE-PRECO-CAMPANHA-FIM
              GO TO CONFERE-PRECO-TABELA-FIM
           END-IF

              THRU OLHA-UM-PRECO-SAI UNTIL FSPE-FIM-REG
           MOVE ZEROS TO PRE-STAT

      *    Produto em oferta na campanha do pedido: o preco
      *    promocional vale no lugar da tabela, como o contrato, e
      *    o desconto e' da campanha, nao da verba do vendedor.
           PERFORM CONFERE-PRECO-CAMPANHA
              THRU CONFERE-PRECO-CAMPANHA-FIM
           IF WS-PRECO-PROMO NOT = ZEROS
              GO TO CONFERE-PRECO-TABELA-FIM
           END-IF

           IF WS-PRECO-TABELA = ZEROS
              GO TO CONFERE-PRECO-TABELA-FIM
           END-IF
              GO TO CONFERE-PRECO-TABELA-FIM
           END-IF

           COMPUTE WS-FLEX-VALOR ROUNDED =
                   (ITE-PRECO - WS-PRECO-TABELA) * ITE-QTDE

           IF ITE-PRECO NOT < WS-PRECO-TABELA
              GO TO CONFERE-PRECO-TABELA-FIM
           END-IF
               WHEN OTHER MOVE LK-PAR-DESC-C TO WS-DESC-TETO
           END-EVALUATE

      *    Alem do teto, a verba de desconto do vendedor cobre o
      *    desconto do item enquanto tiver saldo para ele; sem
      *    saldo, o pedido vai para a fila como antes.
           IF WS-DESC-APLICADO > WS-DESC-TETO
              PERFORM CONSULTA-VERBA-FLEX
                 THRU CONSULTA-VERBA-FLEX-FIM
              COMPUTE WS-FLEX-DESCONTO = 0 - WS-FLEX-VALOR
              IF LK-FLX-OK AND LK-FLX-SALDO NOT < WS-FLEX-DESCONTO
                 MOVE 'S' TO ITE-ABAIXO-TAB
                 MOVE "ABAIXO DO PISO - COBERTO PELA VERBA DE DESCONTO"
                      TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 MOVE "ITEM ABAIXO DO PISO DA TABELA PARA A CLASSE"
                      TO WS-MSGERRO
                 PERFORM PRENDE-ITEM-ABAIXO
              END-IF
           END-IF
           .
       CONFERE-PRECO-TABELA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONSULTA-VERBA-FLEX.
      *-----------------------------------------------------------------
           MOVE 'C'        TO LK-FLX-OPER
           MOVE PED-CODV   TO LK-FLX-CODV
           MOVE PED-DATA   TO LK-FLX-DATA
           MOVE PED-NUMERO TO LK-FLX-PEDIDO
           CALL "PROG171" USING LK-FLEX END-CALL
           .
       CONSULTA-VERBA-FLEX-FIM.
           EXIT.

      *-----------------------------------------------------------------
       LANCA-VERBA-FLEX.
      *-----------------------------------------------------------------
           MOVE 'L'           TO LK-FLX-OPER
           MOVE PED-CODV      TO LK-FLX-CODV
           MOVE PED-DATA      TO LK-FLX-DATA
           MOVE PED-NUMERO    TO LK-FLX-PEDIDO
           MOVE ITE-SEQ       TO LK-FLX-ITEM
           MOVE ITE-PROD      TO LK-FLX-PROD
           MOVE WS-FLEX-VALOR TO LK-FLX-VALOR
           CALL "PROG171" USING LK-FLEX END-CALL
           .
       LANCA-VERBA-FLEX-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ESTORNA-VERBA-FLEX.
      *-----------------------------------------------------------------
      *    Pedido cancelado ou excluido devolve a verba que moveu
      *    (o PROG171 ignora o que ja foi estornado).
           MOVE 'E'           TO LK-FLX-OPER
           MOVE WS-PAN-CODV   TO LK-FLX-CODV
           MOVE WS-PAN-DATA   TO LK-FLX-DATA
           MOVE WS-PAN-NUMERO TO LK-FLX-PEDIDO
           MOVE ZEROS         TO LK-FLX-VALOR
           CALL "PROG171" USING LK-FLEX END-CALL
           .
       ESTORNA-VERBA-FLEX-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ENVIA-CONFIRMACAO.
      *-----------------------------------------------------------------
      *    Documento de confirmacao ao cliente (e-mail pelo gateway e
      *    copia no spool - PROG173). LK-CFP-MOTIVO vem do chamador.
           MOVE PED-NUMERO TO LK-CFP-PEDIDO
           MOVE 'PROG22'   TO LK-CFP-PROGRAMA
           CALL "PROG173" USING LK-CONFPED END-CALL
           IF LK-CFP-SEM-EMAIL
              MOVE "CLIENTE SEM E-MAIL - CONFIRMACAO SO NO SPOOL"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           END-IF
           .
       ENVIA-CONFIRMACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       PRENDE-ITEM-ABAIXO.
      *-----------------------------------------------------------------
           SET E-NAO TO TRUE
           PERFORM MOSTRA-ERRO
           MOVE 'S' TO ITE-ABAIXO-TAB
      *    Item abaixo do piso tambem prende o pedido na fila de
      *    aprovacao, com os agregados acompanhando a troca de
      *    situacao (o pedido ja foi somado em 'A' na gravacao),
      *    como o PROG98 faz ao decidir a fila.
           IF PED-ABERTO
              PERFORM GUARDA-SUM-ANTES
              MOVE 'P' TO PED-SITUACAO
              REWRITE PEDIDOS-PED END-REWRITE
              PERFORM ESTORNA-SUM-ANTES
                 THRU ESTORNA-SUM-ANTES-FIM
              PERFORM SOMA-PEDSUM THRU SOMA-PEDSUM-FIM
              PERFORM ACERTA-RESERVA THRU ACERTA-RESERVA-FIM
           END-IF
           .
       PRENDE-ITEM-ABAIXO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONFERE-PRECO-CONTRATO.
      *-----------------------------------------------------------------
      *    Preco nao digitado assume o do contrato; preco igual ou
      *    acima dele passa sem aviso, mesmo abaixo do piso da
      *    tabela; abaixo do contrato marca o item e prende o
      *    pedido como o desconto alem do teto.
           MOVE ZEROS TO WS-PRECO-CONTRATO
           IF WS-CONTRATO-PED = ZEROS
              GO TO CONFERE-PRECO-CONTRATO-FIM
           END-IF

           MOVE WS-CONTRATO-PED TO CTI-CONTRATO
           MOVE ITE-PROD        TO CTI-PROD
           READ CONTRITEM
                INVALID KEY
                   GO TO CONFERE-PRECO-CONTRATO-FIM
           END-READ
           MOVE CTI-PRECO TO WS-PRECO-CONTRATO

           IF ITE-PRECO = ZEROS
              MOVE WS-PRECO-CONTRATO TO ITE-PRECO
              DISPLAY SS-ITEM
              GO TO CONFERE-PRECO-CONTRATO-FIM
           END-IF

           IF ITE-PRECO < WS-PRECO-CONTRATO
              MOVE "ITEM ABAIXO DO PRECO DO CONTRATO DO CLIENTE"
                   TO WS-MSGERRO
              PERFORM PRENDE-ITEM-ABAIXO
           END-IF
           .
       CONFERE-PRECO-CONTRATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONFERE-PRECO-CAMPANHA.
      *-----------------------------------------------------------------
      *    Preco nao digitado assume o promocional; igual ou acima
      *    dele passa sem aviso; abaixo marca o item e prende o
      *    pedido na fila. O desconto concedido sobre a tabela (so
      *    ate o promocional) fica no item para o PROG122.
           MOVE ZEROS TO WS-PRECO-PROMO
           IF NOT CAMPANHA-VALE
              GO TO CONFERE-PRECO-CAMPANHA-FIM
           END-IF

           MOVE PED-CAMPANHA TO CPP-CAMPANHA
           MOVE ITE-PROD     TO CPP-PROD
           READ CAMPPROD
                INVALID KEY
                   GO TO CONFERE-PRECO-CAMPANHA-FIM
           END-READ
           MOVE CPP-PRECO TO WS-PRECO-PROMO

           IF ITE-PRECO = ZEROS
              MOVE WS-PRECO-PROMO TO ITE-PRECO
              DISPLAY SS-ITEM
           END-IF

           IF ITE-PRECO < WS-PRECO-PROMO
              MOVE "ITEM ABAIXO DO PRECO PROMOCIONAL DA CAMPANHA"
                   TO WS-MSGERRO
              PERFORM PRENDE-ITEM-ABAIXO
              MOVE WS-PRECO-PROMO TO WS-BASE-PROMO
           ELSE
              MOVE ITE-PRECO      TO WS-BASE-PROMO
           END-IF

           IF WS-PRECO-TABELA > WS-BASE-PROMO
              COMPUTE ITE-DESC-PROMO = WS-PRECO-TABELA - WS-BASE-PROMO
           END-IF
           .
       CONFERE-PRECO-CAMPANHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ACHA-CAMPANHA-PED.
      *-----------------------------------------------------------------
      *    A oferta so vale para pedido com o codigo da campanha,
      *    de cliente do publico gerado e com data na vigencia.
           MOVE 'N' TO WS-CAMP-PEDIDO
           IF PED-CAMPANHA = SPACES OR SEM-CAMPANHA OR SEM-OFERTA
              GO TO ACHA-CAMPANHA-PED-FIM
           END-IF

           MOVE PED-CAMPANHA TO CAM-COD
           READ CAMPANHA
                INVALID KEY
                   GO TO ACHA-CAMPANHA-PED-FIM
           END-READ
           IF PED-DATA < CAM-DT-INICIO OR PED-DATA > CAM-DT-FIM
              GO TO ACHA-CAMPANHA-PED-FIM
           END-IF

           MOVE PED-CAMPANHA TO CPC-CAMPANHA
           MOVE PED-CODC     TO CPC-CODC
           READ CAMPCLI
                INVALID KEY
                   GO TO ACHA-CAMPANHA-PED-FIM
           END-READ

           SET CAMPANHA-VALE TO TRUE
           .
       ACHA-CAMPANHA-PED-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ACHA-CONTRATO.
      *-----------------------------------------------------------------
      *    Contrato ativo do cliente do pedido com vigencia na data
      *    do pedido. O PROG164 nao deixa dois ativos sobrepostos.
           MOVE ZEROS TO WS-CONTRATO-PED
           IF SEM-CONTRATO
              GO TO ACHA-CONTRATO-FIM
           END-IF

           MOVE PED-CODC TO CTR-CODC
           START CONTRATO KEY NOT LESS THAN CTR-CODC
                 INVALID KEY
                    MOVE 10 TO CTR-STAT
           END-START
           PERFORM OLHA-UM-CONTRATO
              THRU OLHA-UM-CONTRATO-SAI
              UNTIL FSCT-FIM-REG OR WS-CONTRATO-PED NOT = ZEROS
           MOVE ZEROS TO CTR-STAT
           .
       ACHA-CONTRATO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       OLHA-UM-CONTRATO.
      *-----------------------------------------------------------------
           READ CONTRATO NEXT AT END
                GO TO OLHA-UM-CONTRATO-SAI
           END-READ

           IF CTR-CODC NOT = PED-CODC
              MOVE 10 TO CTR-STAT
              GO TO OLHA-UM-CONTRATO-SAI
           END-IF

           IF CTR-ATIVO
              AND PED-DATA NOT < CTR-DT-INICIO
              AND PED-DATA NOT > CTR-DT-FIM
              MOVE CTR-NUMERO TO WS-CONTRATO-PED
           END-IF
           .
       OLHA-UM-CONTRATO-SAI.
           EXIT.

      *-----------------------------------------------------------------
       OLHA-UM-PRECO.
      *-----------------------------------------------------------------
                   END-IF
           END-READ

           IF PED-COND-PAGTO NOT = SPACES
              PERFORM VALIDA-CONDPAG THRU VALIDA-CONDPAG-FIM
           END-IF

      *    Cliente de outra UF para operador com escopo: recusa a
      *    manutencao e registra em MENULOG.TXT (PROG120).
           IF WS-UF-ESCOPO NOT = SPACES
       VALIDA-PEDIDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-CONDPAG.
      *-----------------------------------------------------------------
      *    Condicao informada precisa existir, estar ativa e valer
      *    para a classe do cliente (CLIENTES ja lido; classe em
      *    branco conta como 'C', como no teto de desconto).
           IF SEM-CONDPAG
              MOVE "SEM TABELA DE CONDICOES - CADASTRE NO PROG127"
                   TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-CONDPAG-FIM
           END-IF

           MOVE PED-COND-PAGTO TO CPG-COD
           READ CONDPAG
                INVALID KEY
                   MOVE "CONDICAO DE PAGAMENTO NAO CADASTRADA"
                        TO WS-MSGERRO
                   SET E-SIM TO TRUE
                   PERFORM MOSTRA-ERRO
                   GO TO VALIDA-CONDPAG-FIM
           END-READ

           IF NOT CPG-ATIVA
              MOVE "CONDICAO DE PAGAMENTO INATIVA" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-CONDPAG-FIM
           END-IF

           IF CPG-CLASSES = SPACES OR NOT FSC-OK
              GO TO VALIDA-CONDPAG-FIM
           END-IF

           MOVE 'C' TO WS-CLASSE-COND
           IF CLI-CLASSE NOT = SPACE
              MOVE CLI-CLASSE TO WS-CLASSE-COND
           END-IF
           IF CPG-CLASSES (1:1) NOT = WS-CLASSE-COND
              AND CPG-CLASSES (2:1) NOT = WS-CLASSE-COND
              AND CPG-CLASSES (3:1) NOT = WS-CLASSE-COND
              MOVE "CONDICAO NAO LIBERADA PARA A CLASSE DO CLIENTE"
                   TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF
           .
       VALIDA-CONDPAG-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-CANCELAMENTO.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       LIBERA-SUPERVISOR.
      *-----------------------------------------------------------------
      *    Mesma validacao do PROG42: operador ativo, senha conferida
      *    pelo PROG19 e perfil de supervisor. A liberacao vai para
      *    AUDITLOG.TXT com a exposicao e quem liberou.
           SET CREDITO-NAO-LIBERADO TO TRUE
              GO TO LIBERA-SUPERVISOR-FIM
           END-IF

           SET LK-SEN-CONFERE   TO TRUE
           MOVE WS-SENHA-SUPERV TO LK-SEN-ENTRADA
           MOVE OPE-SENHA       TO LK-SEN-LEGADA
           MOVE OPE-SENHA-FORTE TO LK-SEN-FORTE
           CALL "PROG19" USING LK-SENHA END-CALL
           IF NOT LK-SEN-OK
              MOVE "SENHA INVALIDA" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO LIBERA-SUPERVISOR-FIM
              MOVE PED-CAMPANHA      TO AUD-DEPOIS
              PERFORM GRAVA-LINHA-AUDITORIA
           END-IF

           IF WS-PAN-COND-PAGTO NOT = PED-COND-PAGTO
              MOVE 'COND-PAGTO'      TO AUD-CAMPO
              MOVE WS-PAN-COND-PAGTO TO AUD-ANTES
              MOVE PED-COND-PAGTO    TO AUD-DEPOIS
              PERFORM GRAVA-LINHA-AUDITORIA
           END-IF
           .
       ROT-GRAVA-AUDIT-PEDIDO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       GRAVA-LINHA-AUDITORIA.
      *-----------------------------------------------------------------
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           IF LK-ACH-ERRO
              MOVE 'PROG22'                    TO LK-PRG
              MOVE 'AUDITLOG'                  TO LK-ARQ
              MOVE 'WRITE'                     TO LK-CMD
              MOVE 'GRAVA-LINHA-AUDITORIA'     TO LK-PAR
              MOVE LK-ACH-STAT                 TO LK-STA
              CALL "PROG10" USING LK-FILE-STATUS END-CALL
           END-IF
           .
           IF E-NAO
              PERFORM ESTORNA-SUM-ANTES THRU ESTORNA-SUM-ANTES-FIM
              PERFORM SOMA-PEDSUM THRU SOMA-PEDSUM-FIM
              PERFORM ACERTA-RESERVA THRU ACERTA-RESERVA-FIM
              PERFORM ROT-GRAVA-AUDIT-PEDIDO
                 THRU ROT-GRAVA-AUDIT-PEDIDO-FIM
              IF PED-CANCELADO
                 PERFORM ESTORNA-VERBA-FLEX
                    THRU ESTORNA-VERBA-FLEX-FIM
              END-IF
              MOVE 'L' TO LK-CFP-MOTIVO
              PERFORM ENVIA-CONFIRMACAO THRU ENVIA-CONFIRMACAO-FIM
           END-IF
           .
       ALTERA-GRAVA-FIM.
               PERFORM ESTORNA-SUM-ANTES THRU ESTORNA-SUM-ANTES-FIM
               PERFORM ROT-AUDITA-EXCLUSAO-PED
                  THRU ROT-AUDITA-EXCLUSAO-PED-FIM
      *        Libera a reserva antes de apagar os itens marcados.
               MOVE WS-PAN-NUMERO TO LK-RES-PEDIDO
               CALL "PROG140" USING LK-RESERVA END-CALL
               PERFORM EXCLUI-ITENS-PEDIDO
                  THRU EXCLUI-ITENS-PEDIDO-FIM
               PERFORM ESTORNA-VERBA-FLEX
                  THRU ESTORNA-VERBA-FLEX-FIM
           END-IF.
       EXCLUI-FIM.
           EXIT.
       SOMA-PEDSUM-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ACERTA-RESERVA.
      *-----------------------------------------------------------------
      *    Reserva de estoque dos itens acompanha a situacao gravada
      *    do pedido (PROG140).
           MOVE PED-NUMERO TO LK-RES-PEDIDO
           CALL "PROG140" USING LK-RESERVA END-CALL
           .
       ACERTA-RESERVA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       LE-PEDIDO.
      *-----------------------------------------------------------------
             INTO WS-ARQ-OPERADOR
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PERIODO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PERIODO
             INTO WS-ARQ-PRECO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONTRATO.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CONTRATO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONTRITEM.ARQ'              DELIMITED BY SIZE
             INTO WS-ARQ-CONTRITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CAMPANHA.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CAMPANHA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CAMPCLI.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CAMPCLI
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CAMPPROD.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CAMPPROD
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONDPAG.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CONDPAG
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'AUSENCIA.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-AUSENCIA
              SET SEM-PRECO TO TRUE
           END-IF

           SET TEM-CONTRATO TO TRUE
           OPEN INPUT CONTRATO
           IF FSCT-NAO-EXISTE
              SET SEM-CONTRATO TO TRUE
           ELSE
              OPEN INPUT CONTRITEM
              IF FSCI-NAO-EXISTE
                 CLOSE CONTRATO
                 SET SEM-CONTRATO TO TRUE
              END-IF
           END-IF

           SET TEM-CAMPANHA TO TRUE
           OPEN INPUT CAMPANHA
           IF FSCAM-NAO-EXISTE
              SET SEM-CAMPANHA TO TRUE
           END-IF

           SET TEM-OFERTA TO TRUE
           OPEN INPUT CAMPCLI
           IF FSCPC-NAO-EXISTE
              SET SEM-OFERTA TO TRUE
           ELSE
              OPEN INPUT CAMPPROD
              IF FSCPP-NAO-EXISTE
                 CLOSE CAMPCLI
                 SET SEM-OFERTA TO TRUE
              END-IF
           END-IF

           SET TEM-CONDPAG TO TRUE
           OPEN INPUT CONDPAG
           IF FSCPG-NAO-EXISTE
              SET SEM-CONDPAG TO TRUE
           END-IF

           SET TEM-AUSENCIA TO TRUE
           OPEN INPUT AUSENCIA
           IF FSAU-NAO-EXISTE
              GOBACK
           END-IF

           .
       ABRIR-ARQUIVO-FIM.
           EXIT.
