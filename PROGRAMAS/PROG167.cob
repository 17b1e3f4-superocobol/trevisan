      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG167 - Manutenção de COTAÇÕES de Preços
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      *             PROG40 - Alocacao do Proximo Codigo Livre
      *             PROG41 - Parametros Gerais
      *             PROG58 - Identificador de Execucao
      *             PROG76 - Deposito na Caixa de Saida do Vendedor
      *             PROG102 - Agregados de Pedidos (PEDSUM)
      *             PROG140 - Reserva de Estoque do Pedido
      *             PROG171 - Verba de Desconto do Vendedor
      *             PROG173 - Confirmacao do Pedido ao Cliente
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Parametros: Nenhum (tela)
      * Observação: Cotacoes de precos do vendedor ao cliente em
      *             COTACAO.ARQ/COTITEM.ARQ, no estilo INC/ALT/EXC do
      *             PROG164. Cotacao nova sem numero recebe o
      *             proximo do PROG40 (tipo 'Q'); cliente ativo,
      *             vendedor igual ao CLI-VEND e validade (BRANCO =
      *             30 dias da emissao). Os itens (opcao ITE, um por
      *             produto, quantidade ZEROS exclui) levam o preco
      *             pelas regras do PROG22 na data da cotacao: preco
      *             do contrato do cliente ou da tabela PRECO.ARQ
      *             quando nao digitado, aviso e marca do item abaixo
      *             do contrato ou alem do teto de desconto da classe
      *             (PARAM.ARQ). IMP imprime a cotacao no SPOOL\
      *             (PROG35) e a deposita na caixa de saida do
      *             vendedor (PROG76). CNV converte a cotacao aberta
      *             e dentro da validade num pedido de PEDIDOS.ARQ
      *             com os itens em PEDITEM.ARQ, numerado pelo PROG40
      *             (tipo 'P'), com os precos cotados: o pedido entra
      *             pendente ('P', fila do PROG98) se passar da
      *             alcada ou tiver item marcado, como no PROG22; a
      *             cotacao fica ganha ('G') com o numero do pedido.
      *             Perdida ('P') e' marcada na alteracao, com o
      *             motivo em OBS. Cotacao ganha nao se altera nem se
      *             exclui.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Conversao em pedido lanca a verba de desconto
      *              do vendedor (PROG171) item a item; itens
      *              abaixo do piso da tabela cobertos pelo saldo
      *              da verba nao prendem o pedido na fila.
      *   2026 mnt - Pedido gerado da cotacao envia a confirmacao ao
      *              cliente (PROG173).
      *   2026 mnt - Pedido gerado grava PED-OPER-DIGIT (operador
      *              logado ou o nome do programa).
      *   2026 mnt - Pedido gerado nasce com PED-PEDIDO-CLI em
      *              branco (so o EDI do PROG197 o preenche).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG167.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT COTACAO ASSIGN TO WS-ARQ-COTACAO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS COT-STAT
              ALTERNATE RECORD KEY IS COT-CODV WITH DUPLICATES
              RECORD KEY           IS COT-KEY.

       SELECT COTITEM ASSIGN TO WS-ARQ-COTITEM
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS CQI-STAT
              RECORD KEY           IS CQI-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS CLI-KEY.

       SELECT VENDEDOR ASSIGN TO WS-ARQ-VENDEDOR
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS VEN-STAT
              ALTERNATE RECORD KEY IS VEN-COD
              ALTERNATE RECORD KEY IS VEN-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS VEN-UF    WITH DUPLICATES
              ALTERNATE RECORD KEY IS VEN-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS VEN-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS PRO-STAT
              RECORD KEY           IS PRO-KEY.

       SELECT PRECO ASSIGN TO WS-ARQ-PRECO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS PRE-STAT
              RECORD KEY           IS PRE-KEY.

       SELECT CONTRATO ASSIGN TO WS-ARQ-CONTRATO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS CTR-STAT
              ALTERNATE RECORD KEY IS CTR-CODC WITH DUPLICATES
              RECORD KEY           IS CTR-KEY.

       SELECT CONTRITEM ASSIGN TO WS-ARQ-CONTRITEM
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CTI-STAT
              RECORD KEY           IS CTI-KEY.

       SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS PED-STAT
              ALTERNATE RECORD KEY IS PED-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              RECORD KEY           IS PED-KEY.

       SELECT PEDITEM ASSIGN TO WS-ARQ-PEDITEM
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS ITE-STAT
              RECORD KEY           IS ITE-KEY.

       SELECT RELCOT ASSIGN TO WS-ARQ-RELCOT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA                DIVISION.
       FILE                SECTION.

       COPY FD_COTACAO.

       COPY FD_COTITEM.

       COPY FD_CLIENTES.

       COPY FD_VENDEDOR.

       COPY FD_PRODUTO.

       COPY FD_PRECO.

       COPY FD_CONTRATO.

       COPY FD_CONTRITEM.

       COPY FD_PEDIDOS.

       COPY FD_PEDITEM.

       FD RELCOT
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELCOT-REL.
          05 REL-IMP        PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
           05 FILLER        PIC X(30) VALUE
              "PROVA COBOL - COTACOES".
           05 FILLER        PIC X(12) VALUE "MENSAGEM :".
           05 WS-MENSAG     PIC X(40) VALUE SPACES.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-COTACAO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-COTITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRECO       PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONTRATO    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONTRITEM   PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELCOT      PIC X(90) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 ALTERAR       VALUE IS "ALT" "alt".
           88 EXCLUIR       VALUE IS "EXC" "exc".
           88 ITENS         VALUE IS "ITE" "ite".
           88 IMPRIMIR      VALUE IS "IMP" "imp".
           88 CONVERTER     VALUE IS "CNV" "cnv".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 COT-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-FIM-REG    VALUE 10.
           88 FS-NAO-EXISTE VALUE 35.
           88 FS-CANCELA    VALUE 99.

       77 CQI-STAT          PIC 9(02).
           88 FSQ-OK        VALUE ZEROS.
           88 FSQ-FIM-REG   VALUE 10.
           88 FSQ-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 PRE-STAT          PIC 9(02).
           88 FSPE-OK       VALUE ZEROS.
           88 FSPE-FIM-REG  VALUE 10.
           88 FSPE-NAO-EXISTE VALUE 35.

       77 CTR-STAT          PIC 9(02).
           88 FSCT-OK       VALUE ZEROS.
           88 FSCT-FIM-REG  VALUE 10.
           88 FSCT-NAO-EXISTE VALUE 35.

       77 CTI-STAT          PIC 9(02).
           88 FSCI-OK       VALUE ZEROS.
           88 FSCI-NAO-EXISTE VALUE 35.

       77 PED-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-NAO-EXISTE VALUE 35.

       77 ITE-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

      *    Cadastros opcionais: sem eles a cotacao so nao tem o
      *    nome do vendedor, o preco sugerido ou os itens.
       77 WS-TEM-CLIENTES   PIC X(01) VALUE 'N'.
           88 TEM-CLIENTES  VALUE 'S'.
           88 SEM-CLIENTES  VALUE 'N'.

       77 WS-TEM-VENDEDOR   PIC X(01) VALUE 'N'.
           88 TEM-VENDEDOR  VALUE 'S'.
           88 SEM-VENDEDOR  VALUE 'N'.

       77 WS-TEM-PRODUTO    PIC X(01) VALUE 'N'.
           88 TEM-PRODUTO   VALUE 'S'.
           88 SEM-PRODUTO   VALUE 'N'.

       77 WS-TEM-PRECO      PIC X(01) VALUE 'N'.
           88 TEM-PRECO     VALUE 'S'.
           88 SEM-PRECO     VALUE 'N'.

       77 WS-TEM-CONTRATO   PIC X(01) VALUE 'N'.
           88 TEM-CONTRATO  VALUE 'S'.
           88 SEM-CONTRATO  VALUE 'N'.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S" "s".
           88 E-NAO         VALUES ARE "N" "n".

       01 WS-COT-NOVO       PIC X(112) VALUE SPACES.
       01 WS-CQI-NOVO       PIC X(49)  VALUE SPACES.

       77 WS-NOME-CLIENTE   PIC X(40) VALUE SPACES.
       77 WS-DESC-PRODUTO   PIC X(30) VALUE SPACES.
       77 WS-SIT-ANTES      PIC X(01) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-VALIDADE  PIC 9(03) VALUE 30.

      *    Preco do item pelas regras do PROG22.
       77 WS-CLASSE-COT     PIC X(01) VALUE 'C'.
       77 WS-CONTRATO-COT   PIC 9(06) VALUE ZEROS.
       77 WS-PRECO-CONTRATO PIC 9(07)V99 VALUE ZEROS.
       77 WS-PRECO-TABELA   PIC 9(07)V99 VALUE ZEROS.
       77 WS-DESC-APLICADO  PIC 9(03)V99 VALUE ZEROS.
       77 WS-DESC-TETO      PIC 9(02)V99 VALUE ZEROS.
       77 WS-VLR-APROVACAO  PIC 9(09)V99 VALUE ZEROS.

      *    Totais dos itens da cotacao.
       77 WS-SOMA-ITENS     PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-ITEM       PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-ITENS      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ABAIXO     PIC 9(04) VALUE ZEROS.

      *    Verba de desconto do vendedor (PROG171) na conversao:
      *    contribuicao do item fora da tabela e desconto dos itens
      *    abaixo do piso que ela precisa cobrir; item de contrato
      *    nao mexe na verba e abaixo do contrato sempre vai para a
      *    fila.
       77 WS-FLEX-VALOR     PIC S9(11)V99 VALUE ZEROS.
       77 WS-FLEX-DESCONTO  PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-ABAIXO-CTR PIC 9(04) VALUE ZEROS.
       77 WS-ITEM-CONTRATO  PIC X(01) VALUE 'N'.
           88 ITEM-DE-CONTRATO VALUE 'S'.

      *    Conversao em pedido.
       77 WS-NUM-PEDIDO     PIC 9(08) VALUE ZEROS.
       77 WS-SIT-PEDIDO     PIC X(01) VALUE 'A'.
       77 WS-TENTATIVA      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.
       77 WS-SEQ-ITEM       PIC 9(03) VALUE ZEROS.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.
       77 WS-NOME-VENDEDOR  PIC X(40) VALUE SPACES.
       77 WS-EDITA-NUMERO   PIC 9(08) VALUE ZEROS.

      *    Apoio para editar AAAAMMDD como DD/MM/AAAA.
       01 WS-DATA-AMD.
           05 WS-AMD-ANO    PIC X(04).
           05 WS-AMD-MES    PIC X(02).
           05 WS-AMD-DIA    PIC X(02).

       01 WS-DATA-DMA.
           05 WS-DMA-DIA    PIC X(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WS-DMA-MES    PIC X(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WS-DMA-ANO    PIC X(04).

       01 LINHA-CAB0.
           05 FILLER        PIC X(030) VALUE 'COTACAO DE PRECOS'.
           05 FILLER        PIC X(010) VALUE 'NUMERO : '.
           05 CAB-NUMERO    PIC 9(008).
           05 FILLER        PIC X(022) VALUE SPACES.
           05 FILLER        PIC X(009) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(011) VALUE 'EMITENTE : '.
           05 CAB-EMITENTE  PIC X(040).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 CAB-EMIT-CNPJ PIC X(018).

       01 LINHA-CAB2.
           05 FILLER        PIC X(011) VALUE 'CLIENTE  : '.
           05 CAB-CODC      PIC 9(007).
           05 FILLER        PIC X(003) VALUE ' - '.
           05 CAB-NOME      PIC X(040).
           05 FILLER        PIC X(002) VALUE SPACES.
           05 CAB-CNPJ      PIC X(018).

       01 LINHA-CAB3.
           05 FILLER        PIC X(011) VALUE 'VENDEDOR : '.
           05 CAB-CODV      PIC 9(005).
           05 FILLER        PIC X(003) VALUE ' - '.
           05 CAB-VENDEDOR  PIC X(040).

       01 LINHA-CAB4.
           05 FILLER        PIC X(011) VALUE 'EMISSAO  : '.
           05 CAB-EMISSAO   PIC X(010).
           05 FILLER        PIC X(017) VALUE '     VALIDA ATE: '.
           05 CAB-VALIDADE  PIC X(010).

       01 LINHA-CAB5.
           05 FILLER        PIC X(009)  VALUE 'PRODUTO'.
           05 FILLER        PIC X(032)  VALUE 'DESCRICAO'.
           05 FILLER        PIC X(014)  VALUE '  QUANTIDADE'.
           05 FILLER        PIC X(014)  VALUE ' PRECO UNIT.'.
           05 FILLER        PIC X(019)  VALUE '        TOTAL'.

       01 LINHA-CAB6.
           05 FILLER        PIC X(009)  VALUE '======='.
           05 FILLER        PIC X(032)  VALUE '========='.
           05 FILLER        PIC X(014)  VALUE '  =========='.
           05 FILLER        PIC X(014)  VALUE ' ==========='.
           05 FILLER        PIC X(019)  VALUE '        ====='.

       01 LINHA-DET.
           05 REL-PROD      PIC 9(005).
           05 FILLER        PIC X(004)  VALUE SPACES.
           05 REL-DESCRICAO PIC X(030).
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-QTDE      PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-PRECO     PIC Z.ZZZ.ZZ9,99.
           05 FILLER        PIC X(002)  VALUE SPACES.
           05 REL-TOTAL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTAL.
           05 FILLER        PIC X(041) VALUE SPACES.
           05 FILLER        PIC X(028) VALUE
              'VALOR TOTAL DA COTACAO ....'.
           05 TOT-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-RODAPE.
           05 FILLER        PIC X(019) VALUE 'PRECOS VALIDOS ATE '.
           05 ROD-VALIDADE  PIC X(010).
           05 FILLER        PIC X(045) VALUE
              '. SUJEITOS A DISPONIBILIDADE DE ESTOQUE.'.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       77 COR-FUNDO         PIC 9 VALUE 1.
       77 COR-FRENTE        PIC 9 VALUE 6.

       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       COPY LK_FILE_STATUS.

       COPY LK_IDEXEC.

       COPY LK_PARAM.

       COPY LK_SEQUENC.

       COPY LK_SPOOL.

       COPY LK_OUTBOX.

       COPY LK_PEDSUM.

       COPY LK_RESERVA.

       COPY LK_FLEX.

       COPY LK_CONFPED.

       COPY screenio.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(80) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-FUNCAO.
           05 SS-OPCAO.
               10 LINE 08 COLUMN 12 VALUE
                  "ESCOLHA OPCAO INC/ALT/EXC/ITE/IMP/CNV/FIM :".
               10 LINE 08 COL PLUS 1 USING WS-OPCAO.

       01 SS-TELA-REGISTRO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 12 VALUE "COTACAO..:".
               10 COLUMN PLUS 2 PIC 9(08) USING COT-NUMERO
                  BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE "(BRANCO NA INCLUSAO = NOVO)".
           05 SS-ALTER.
              07 SS-CLIENTE FOREGROUND-COLOR 2.
                 10 LINE 12 COLUMN 13 VALUE "CLIENTE..:".
                 10 COLUMN PLUS 2 PIC 9(07) USING COT-CODC
                    BLANK WHEN ZEROS.
              07 SS-VENDEDOR FOREGROUND-COLOR 2.
                 10 LINE 13 COLUMN 13 VALUE "VENDEDOR.:".
                 10 COLUMN PLUS 2 PIC 9(05) USING COT-CODV
                    BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 VALUE "(BRANCO = DO CLIENTE)".
              07 SS-VALIDADE FOREGROUND-COLOR 2.
                 10 LINE 14 COLUMN 13 VALUE "VALIDADE.:".
                 10 COLUMN PLUS 2 PIC 9(08) USING COT-VALIDADE
                    BLANK WHEN ZEROS.
                 10 COLUMN PLUS 2 VALUE "(AAAAMMDD, BRANCO = 30 DIAS)".
              07 SS-SIT FOREGROUND-COLOR 2.
                 10 LINE 15 COLUMN 13 VALUE "SITUACAO.:".
                 10 COLUMN PLUS 2 PIC X(01) USING COT-SITUACAO.
                 10 COLUMN PLUS 2 VALUE
                    "(A = ABERTA, P = PERDIDA; G SO PELA OPCAO CNV)".
              07 SS-OBS FOREGROUND-COLOR 2.
                 10 LINE 16 COLUMN 13 VALUE "OBS......:".
                 10 COLUMN PLUS 2 PIC X(40) USING COT-OBS.
           05 SS-INFO FOREGROUND-COLOR 6.
               10 LINE 12 COLUMN 35 PIC X(40) FROM WS-NOME-CLIENTE.
               10 LINE 17 COLUMN 13 VALUE "EMISSAO..:".
               10 COLUMN PLUS 2 PIC 9(08) FROM COT-DATA
                  BLANK WHEN ZEROS.
               10 COLUMN PLUS 3 VALUE "VALOR:".
               10 COLUMN PLUS 2 PIC ZZZ.ZZZ.ZZ9,99 FROM COT-VALOR.
               10 COLUMN PLUS 3 VALUE "PEDIDO:".
               10 COLUMN PLUS 2 PIC 9(08) FROM COT-PEDIDO
                  BLANK WHEN ZEROS.

       01 SS-ITEM FOREGROUND-COLOR 2.
           05 LINE 19 COLUMN 13 VALUE "PRODUTO..:".
           05 COLUMN PLUS 2 PIC 9(05) USING CQI-PROD
              BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 PIC X(30) FROM WS-DESC-PRODUTO.
           05 LINE 20 COLUMN 13 VALUE "QTDE.....:".
           05 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99 USING CQI-QTDE.
           05 COLUMN PLUS 2 VALUE "(ZEROS = EXCLUI O ITEM)".
           05 LINE 21 COLUMN 13 VALUE "PRECO....:".
           05 COLUMN PLUS 2 PIC ZZZ.ZZ9,99 USING CQI-PRECO.
           05 COLUMN PLUS 2 VALUE "(ZEROS = PRECO DA TABELA)".
           05 COLUMN PLUS 2 VALUE "TABELA:".
           05 COLUMN PLUS 1 PIC ZZZ.ZZ9,99 FROM CQI-PRECO-TAB.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 6 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT  WS-NUML FROM LINES
           ACCEPT  WS-NUMC FROM COLUMNS
           PERFORM MONTA-CAMINHOS
           MOVE 'PROG167' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE
      *    Operador que dispara a rotina (PMENU); em lote sem
      *    operador logado o pedido fica com o nome do programa.
           ACCEPT WS-OPERADOR-EXEC FROM ENVIRONMENT 'COBOL_OPERADOR'
           IF WS-OPERADOR-EXEC = SPACES
              MOVE 'PROG167' TO WS-OPERADOR-EXEC
           END-IF
      *    Parametros gerais: teto de desconto por classe, alcada de
      *    aprovacao e o emitente impresso na cotacao.
           CALL "PROG41" USING LK-PARAM END-CALL
           MOVE LK-PAR-VLR-APROV TO WS-VLR-APROVACAO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVO
           .
       MENU-LOOP.
           MOVE "ESCOLHA A OPCAO" TO WS-MENSAG
           DISPLAY SS-CLS
           MOVE SPACES TO WS-OPCAO
           PERFORM LIMPA-REGISTRO
           DISPLAY SS-TELA-REGISTRO
           ACCEPT  SS-FUNCAO

           EVALUATE TRUE
               WHEN INCLUIR
                   PERFORM INCLUI THRU INCLUI-FIM
               WHEN ALTERAR
                   PERFORM ALTERA THRU ALTERA-FIM
               WHEN EXCLUIR
                   PERFORM EXCLUI THRU EXCLUI-FIM
               WHEN ITENS
                   PERFORM ITENS-COTACAO THRU ITENS-COTACAO-FIM
               WHEN IMPRIMIR
                   PERFORM IMPRIME THRU IMPRIME-FIM
               WHEN CONVERTER
                   PERFORM CONVERTE THRU CONVERTE-FIM
               WHEN FINALIZAR
                   GO TO MENU-FIM
               WHEN OTHER
                   MOVE "OPCAO INVALIDA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-EVALUATE
           GO TO MENU-LOOP
           .
       MENU-FIM.
           CLOSE COTACAO COTITEM PEDIDOS PEDITEM
           IF TEM-CLIENTES
              CLOSE CLIENTES
           END-IF
           IF TEM-VENDEDOR
              CLOSE VENDEDOR
           END-IF
           IF TEM-PRODUTO
              CLOSE PRODUTO
           END-IF
           IF TEM-PRECO
              CLOSE PRECO
           END-IF
           IF TEM-CONTRATO
              CLOSE CONTRATO CONTRITEM
           END-IF
           GOBACK
           .

      *-----------------------------------------------------------------
       LIMPA-REGISTRO.
      *-----------------------------------------------------------------
           MOVE SPACES TO COTACAO-COT WS-NOME-CLIENTE
           MOVE ZEROS  TO COT-NUMERO COT-CODC COT-CODV COT-DATA
                          COT-VALIDADE COT-VALOR COT-PEDIDO
                          COT-DT-DECISAO COT-DT-ALTERACAO
           .
       LIMPA-REGISTRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       INCLUI.
      *-----------------------------------------------------------------
           MOVE "INCLUSAO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           PERFORM LIMPA-REGISTRO
           MOVE 'A'          TO COT-SITUACAO
           MOVE WS-DATA-HOJE TO COT-DATA
           DISPLAY SS-CLS
           DISPLAY SS-TELA-REGISTRO
           ACCEPT  SS-TELA-REGISTRO
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO INCLUI-FIM
           END-IF

      *    Cotacao nova nasce aberta, na data de hoje.
           MOVE 'A'          TO COT-SITUACAO
           MOVE WS-DATA-HOJE TO COT-DATA
           PERFORM VALIDA-COTACAO THRU VALIDA-COTACAO-FIM
           IF E-SIM
              GO TO INCLUI-FIM
           END-IF

           IF COT-NUMERO = ZEROS
              SET LK-SEQ-COTACAO TO TRUE
              CALL "PROG40" USING LK-SEQUENCIA END-CALL
              IF NOT LK-SEQ-OK
                 MOVE "FALHA NA ALOCACAO DO NUMERO DA COTACAO (PROG40)"
                      TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 GO TO INCLUI-FIM
              END-IF
              MOVE LK-SEQ-NUMERO TO COT-NUMERO
           ELSE
              MOVE COTACAO-COT TO WS-COT-NOVO
              READ COTACAO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE "COTACAO JA CADASTRADA" TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
                      GO TO INCLUI-FIM
              END-READ
              MOVE WS-COT-NOVO TO COTACAO-COT
           END-IF

           MOVE ZEROS TO COT-VALOR COT-PEDIDO COT-DT-DECISAO
           ACCEPT COT-DT-ALTERACAO FROM DATE YYYYMMDD
           WRITE COTACAO-COT
                 INVALID KEY
                   MOVE 'INCLUI'                          TO LK-PAR
                   MOVE 'WRITE'                           TO LK-CMD
                   PERFORM ERRO-FILE-STATUS
                   GO TO INCLUI-FIM
           END-WRITE

      *    Cotacao nova segue direto para os itens e, com itens,
      *    oferece a impressao.
           DISPLAY SS-TELA-REGISTRO
           PERFORM DIGITA-ITENS THRU DIGITA-ITENS-FIM
           PERFORM RECALCULA-VALOR THRU RECALCULA-VALOR-FIM
           DISPLAY SS-TELA-REGISTRO

           IF COT-VALOR NOT = ZEROS
              MOVE "N" TO WS-ERRO
              MOVE "IMPRIMIR A COTACAO AGORA (S/N)?" TO WS-MSGERRO
              ACCEPT SS-ERRO
              IF E-SIM
                 PERFORM IMPRIME-COTACAO THRU IMPRIME-COTACAO-FIM
              END-IF
           END-IF
           .
       INCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VALIDA-COTACAO.
      *-----------------------------------------------------------------
           SET E-NAO TO TRUE

           IF SEM-CLIENTES
              MOVE "SEM CADASTRO DE CLIENTES" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-COTACAO-FIM
           END-IF

           MOVE COT-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
                   SET E-SIM TO TRUE
                   PERFORM MOSTRA-ERRO
                   GO TO VALIDA-COTACAO-FIM
           END-READ
           MOVE CLI-NOME TO WS-NOME-CLIENTE
           DISPLAY SS-INFO

           IF NOT CLI-ATIVO
              MOVE "CLIENTE NAO ESTA ATIVO" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-COTACAO-FIM
           END-IF

           IF COT-CODV = ZEROS
              MOVE CLI-VEND TO COT-CODV
           END-IF
           IF COT-CODV NOT = CLI-VEND
              MOVE "VENDEDOR NAO E O VENDEDOR ATUAL DO CLIENTE"
                   TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-COTACAO-FIM
           END-IF

           IF COT-VALIDADE = ZEROS
              COMPUTE COT-VALIDADE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (COT-DATA)
                       + WS-DIAS-VALIDADE)
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (COT-VALIDADE) NOT = ZEROS
              OR COT-VALIDADE < COT-DATA
              MOVE "VALIDADE DA COTACAO INVALIDA" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-COTACAO-FIM
           END-IF

           IF COT-SITUACAO = 'a' OR 'p'
              INSPECT COT-SITUACAO CONVERTING 'ap' TO 'AP'
           END-IF
           IF NOT COT-ABERTA AND NOT COT-PERDIDA
              MOVE "SITUACAO DEVE SER A OU P" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
              GO TO VALIDA-COTACAO-FIM
           END-IF

           IF COT-PERDIDA AND COT-OBS = SPACES
              MOVE "FAVOR INFORMAR EM OBS O MOTIVO DA PERDA"
                   TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF
           .
       VALIDA-COTACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ALTERA.
      *-----------------------------------------------------------------
           MOVE "ALTERACAO" TO WS-MENSAG.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
       ALTERA-LOOP.
           PERFORM LIMPA-REGISTRO.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-COTACAO THRU LE-COTACAO-FIM.
           IF FS-CANCELA
               GO TO ALTERA-FIM
           END-IF
           IF NOT FS-OK
               GO ALTERA-LOOP
           END-IF
           DISPLAY SS-TELA-REGISTRO
           IF COT-GANHA
               PERFORM AVISA-CONVERTIDA
               GO ALTERA-LOOP
           END-IF
           MOVE COT-SITUACAO TO WS-SIT-ANTES
           ACCEPT SS-ALTER
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALTERA-LOOP
           END-IF
           PERFORM ALTERA-GRAVA THRU ALTERA-GRAVA-FIM.
           GO ALTERA-LOOP.
       ALTERA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ALTERA-GRAVA.
      *-----------------------------------------------------------------
           PERFORM VALIDA-COTACAO THRU VALIDA-COTACAO-FIM

           IF E-SIM
              GO TO ALTERA-GRAVA-FIM
           END-IF

      *    Data da decisao: marcada na perda, limpa na reabertura.
           IF COT-SITUACAO NOT = WS-SIT-ANTES
              IF COT-PERDIDA
                 MOVE WS-DATA-HOJE TO COT-DT-DECISAO
              ELSE
                 MOVE ZEROS        TO COT-DT-DECISAO
              END-IF
           END-IF

           ACCEPT COT-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE COTACAO-COT
               INVALID KEY
                   MOVE 'ALTERA'                          TO LK-PAR
                   MOVE 'REWRITE'                         TO LK-CMD
                   PERFORM ERRO-FILE-STATUS
           END-REWRITE
           .
       ALTERA-GRAVA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       AVISA-CONVERTIDA.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-MSGERRO
           STRING 'COTACAO JA CONVERTIDA NO PEDIDO '  DELIMITED BY SIZE
                  COT-PEDIDO                           DELIMITED BY SIZE
             INTO WS-MSGERRO
           END-STRING
           PERFORM MOSTRA-ERRO
           .
       AVISA-CONVERTIDA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       EXCLUI.
      *-----------------------------------------------------------------
           MOVE "EXCLUSAO" TO WS-MENSAG.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           PERFORM LIMPA-REGISTRO.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-COTACAO THRU LE-COTACAO-FIM.
           IF FS-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-TELA-REGISTRO.

      *    A cotacao ganha e' a origem do pedido: fica no arquivo.
           IF COT-GANHA
               PERFORM AVISA-CONVERTIDA
               GO EXCLUI-FIM
           END-IF

           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DA COTACAO E ITENS (S/N)?"
                TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           DELETE COTACAO
               INVALID KEY
                      MOVE 'EXCLUIR'                         TO LK-PAR
                      MOVE 'DELETE'                          TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
                      GO EXCLUI-FIM
           END-DELETE.

           MOVE COT-NUMERO TO CQI-COTACAO
           MOVE ZEROS      TO CQI-PROD
           START COTITEM KEY NOT LESS THAN CQI-KEY
                 INVALID KEY
                    MOVE 10 TO CQI-STAT
           END-START
           PERFORM EXCLUI-UM-ITEM
              THRU EXCLUI-UM-ITEM-SAI UNTIL FSQ-FIM-REG.
       EXCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       EXCLUI-UM-ITEM.
      *-----------------------------------------------------------------
           READ COTITEM NEXT AT END
                GO TO EXCLUI-UM-ITEM-SAI
           END-READ

           IF CQI-COTACAO NOT = COT-NUMERO
              MOVE 10 TO CQI-STAT
              GO TO EXCLUI-UM-ITEM-SAI
           END-IF

           DELETE COTITEM END-DELETE
           .
       EXCLUI-UM-ITEM-SAI.
           EXIT.

      *-----------------------------------------------------------------
       ITENS-COTACAO.
      *-----------------------------------------------------------------
      *    Itens de uma cotacao ja gravada; so a aberta aceita.
           MOVE "ITENS DA COTACAO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           PERFORM LIMPA-REGISTRO
           DISPLAY SS-CLS
           DISPLAY SS-TELA-REGISTRO
           PERFORM LE-COTACAO THRU LE-COTACAO-FIM
           IF FS-CANCELA OR NOT FS-OK
              GO TO ITENS-COTACAO-FIM
           END-IF
           DISPLAY SS-TELA-REGISTRO

           IF NOT COT-ABERTA
              MOVE "SO A COTACAO ABERTA ACEITA ITENS" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO ITENS-COTACAO-FIM
           END-IF

           PERFORM DIGITA-ITENS THRU DIGITA-ITENS-FIM
           PERFORM RECALCULA-VALOR THRU RECALCULA-VALOR-FIM
           .
       ITENS-COTACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       DIGITA-ITENS.
      *-----------------------------------------------------------------
      *    Laco de digitacao: um produto por volta, ESC ou produto
      *    em branco encerra. Produto ja na cotacao mostra a
      *    quantidade e o preco atuais para alterar.
           IF SEM-PRODUTO
              MOVE "SEM CADASTRO DE PRODUTOS (PROG80)" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO DIGITA-ITENS-FIM
           END-IF

      *    Classe do cliente, para o teto de desconto, e o contrato
      *    em vigor na data da cotacao.
           MOVE 'C' TO WS-CLASSE-COT
           MOVE COT-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF CLI-CLASSE NOT = SPACE
                      MOVE CLI-CLASSE TO WS-CLASSE-COT
                   END-IF
           END-READ

           PERFORM ACHA-CONTRATO THRU ACHA-CONTRATO-FIM
           .
       DIGITA-UM-ITEM.
           MOVE COT-NUMERO TO CQI-COTACAO
           MOVE ZEROS      TO CQI-PROD CQI-QTDE CQI-PRECO
                              CQI-PRECO-TAB
           MOVE SPACES     TO WS-DESC-PRODUTO
           DISPLAY SS-ITEM
           ACCEPT  SS-ITEM
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO DIGITA-ITENS-FIM
           END-IF
           IF CQI-PROD = ZEROS
              GO TO DIGITA-ITENS-FIM
           END-IF

           MOVE CQI-PROD TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO DIGITA-UM-ITEM
           END-READ
           MOVE PRO-DESCRICAO TO WS-DESC-PRODUTO

           IF PRO-INATIVO
              MOVE "PRODUTO INATIVO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO DIGITA-UM-ITEM
           END-IF

      *    Produto ja na cotacao: mostra o gravado e aceita de novo.
           MOVE COTITEM-CQI TO WS-CQI-NOVO
           READ COTITEM
                INVALID KEY
                   MOVE WS-CQI-NOVO TO COTITEM-CQI
                   IF CQI-QTDE = ZEROS
                      MOVE "FAVOR INFORMAR A QUANTIDADE" TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
                      GO TO DIGITA-UM-ITEM
                   END-IF
                   PERFORM CONFERE-PRECO THRU CONFERE-PRECO-FIM
                   IF CQI-PRECO = ZEROS
                      MOVE "PRODUTO SEM PRECO NA TABELA - INFORME"
                           TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
                      GO TO DIGITA-UM-ITEM
                   END-IF
                   PERFORM GRAVA-ITEM THRU GRAVA-ITEM-FIM
                   GO TO DIGITA-UM-ITEM
           END-READ

           DISPLAY SS-ITEM
           ACCEPT  SS-ITEM
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO DIGITA-UM-ITEM
           END-IF
           MOVE COT-NUMERO    TO CQI-COTACAO
           MOVE PRO-COD       TO CQI-PROD

           IF CQI-QTDE = ZEROS
              DELETE COTITEM
                  INVALID KEY
                     MOVE 'ITENS'                        TO LK-PAR
                     MOVE 'DELETE'                       TO LK-CMD
                     MOVE 'COTITEM'                      TO LK-ARQ
                     MOVE CQI-STAT                       TO LK-STA
                     PERFORM ERRO-FS-GENERICO
              END-DELETE
              GO TO DIGITA-UM-ITEM
           END-IF

           PERFORM CONFERE-PRECO THRU CONFERE-PRECO-FIM
           IF CQI-PRECO = ZEROS
              MOVE "PRODUTO SEM PRECO NA TABELA - INFORME"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO DIGITA-UM-ITEM
           END-IF

           ACCEPT CQI-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE COTITEM-CQI
               INVALID KEY
                  MOVE 'ITENS'                           TO LK-PAR
                  MOVE 'REWRITE'                         TO LK-CMD
                  MOVE 'COTITEM'                         TO LK-ARQ
                  MOVE CQI-STAT                          TO LK-STA
                  PERFORM ERRO-FS-GENERICO
           END-REWRITE
           GO TO DIGITA-UM-ITEM
           .
       DIGITA-ITENS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-ITEM.
      *-----------------------------------------------------------------
           MOVE COT-NUMERO TO CQI-COTACAO
           MOVE PRO-COD    TO CQI-PROD
           ACCEPT CQI-DT-ALTERACAO FROM DATE YYYYMMDD
           WRITE COTITEM-CQI
                 INVALID KEY
                   MOVE 'ITENS'                           TO LK-PAR
                   MOVE 'WRITE'                           TO LK-CMD
                   MOVE 'COTITEM'                         TO LK-ARQ
                   MOVE CQI-STAT                          TO LK-STA
                   PERFORM ERRO-FS-GENERICO
           END-WRITE
           .
       GRAVA-ITEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONFERE-PRECO.
      *-----------------------------------------------------------------
      *    Mesmas regras do PROG22 na data da cotacao: o preco do
      *    contrato do cliente vale no lugar da tabela e e' o proprio
      *    piso; sem contrato, a tabela com a maior vigencia nao
      *    posterior a data. Preco nao digitado assume o de
      *    referencia; abaixo do contrato ou alem do teto de
      *    desconto da classe avisa e marca o item.
           MOVE 'N'   TO CQI-ABAIXO-TAB
           MOVE ZEROS TO CQI-PRECO-TAB WS-PRECO-CONTRATO
                         WS-PRECO-TABELA

           IF WS-CONTRATO-COT NOT = ZEROS
              MOVE WS-CONTRATO-COT TO CTI-CONTRATO
              MOVE CQI-PROD        TO CTI-PROD
              READ CONTRITEM
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE CTI-PRECO TO WS-PRECO-CONTRATO
              END-READ
           END-IF

           IF WS-PRECO-CONTRATO NOT = ZEROS
              MOVE WS-PRECO-CONTRATO TO CQI-PRECO-TAB
              IF CQI-PRECO = ZEROS
                 MOVE WS-PRECO-CONTRATO TO CQI-PRECO
              END-IF
              DISPLAY SS-ITEM
              IF CQI-PRECO < WS-PRECO-CONTRATO
                 MOVE "ITEM ABAIXO DO PRECO DO CONTRATO DO CLIENTE"
                      TO WS-MSGERRO
                 PERFORM MARCA-ITEM-ABAIXO
              END-IF
              GO TO CONFERE-PRECO-FIM
           END-IF

           IF SEM-PRECO
              GO TO CONFERE-PRECO-FIM
           END-IF

           MOVE CQI-PROD TO PRE-PROD
           MOVE ZEROS    TO PRE-DT-VIGENCIA
           START PRECO KEY NOT LESS THAN PRE-KEY
                 INVALID KEY
                    MOVE 10 TO PRE-STAT
           END-START
           PERFORM OLHA-UM-PRECO
              THRU OLHA-UM-PRECO-SAI UNTIL FSPE-FIM-REG
           MOVE ZEROS TO PRE-STAT

           IF WS-PRECO-TABELA = ZEROS
              GO TO CONFERE-PRECO-FIM
           END-IF

           MOVE WS-PRECO-TABELA TO CQI-PRECO-TAB
           IF CQI-PRECO = ZEROS
              MOVE WS-PRECO-TABELA TO CQI-PRECO
           END-IF
           DISPLAY SS-ITEM

           IF CQI-PRECO NOT < WS-PRECO-TABELA
              GO TO CONFERE-PRECO-FIM
           END-IF

           COMPUTE WS-DESC-APLICADO ROUNDED =
                   (WS-PRECO-TABELA - CQI-PRECO) * 100
                   / WS-PRECO-TABELA

           EVALUATE WS-CLASSE-COT
               WHEN 'A'   MOVE LK-PAR-DESC-A TO WS-DESC-TETO
               WHEN 'B'   MOVE LK-PAR-DESC-B TO WS-DESC-TETO
               WHEN OTHER MOVE LK-PAR-DESC-C TO WS-DESC-TETO
           END-EVALUATE

           IF WS-DESC-APLICADO > WS-DESC-TETO
              MOVE "ITEM ABAIXO DO PISO DA TABELA PARA A CLASSE"
                   TO WS-MSGERRO
              PERFORM MARCA-ITEM-ABAIXO
           END-IF
           .
       CONFERE-PRECO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MARCA-ITEM-ABAIXO.
      *-----------------------------------------------------------------
      *    O item fica cotado, mas o pedido da conversao vai para a
      *    fila de aprovacao (PROG98).
           PERFORM MOSTRA-ERRO
           MOVE 'S' TO CQI-ABAIXO-TAB
           .
       MARCA-ITEM-ABAIXO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       OLHA-UM-PRECO.
      *-----------------------------------------------------------------
           READ PRECO NEXT AT END
                GO TO OLHA-UM-PRECO-SAI
           END-READ

           IF PRE-PROD NOT = CQI-PROD
              MOVE 10 TO PRE-STAT
              GO TO OLHA-UM-PRECO-SAI
           END-IF

           IF PRE-DT-VIGENCIA > COT-DATA
              MOVE 10 TO PRE-STAT
              GO TO OLHA-UM-PRECO-SAI
           END-IF

           MOVE PRE-VALOR TO WS-PRECO-TABELA
           .
       OLHA-UM-PRECO-SAI.
           EXIT.

      *-----------------------------------------------------------------
       ACHA-CONTRATO.
      *-----------------------------------------------------------------
      *    Contrato ativo do cliente com vigencia na data da
      *    cotacao. O PROG164 nao deixa dois ativos sobrepostos.
           MOVE ZEROS TO WS-CONTRATO-COT
           IF SEM-CONTRATO
              GO TO ACHA-CONTRATO-FIM
           END-IF

           MOVE COT-CODC TO CTR-CODC
           START CONTRATO KEY NOT LESS THAN CTR-CODC
                 INVALID KEY
                    MOVE 10 TO CTR-STAT
           END-START
           PERFORM OLHA-UM-CONTRATO
              THRU OLHA-UM-CONTRATO-SAI
              UNTIL FSCT-FIM-REG OR WS-CONTRATO-COT NOT = ZEROS
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

           IF CTR-CODC NOT = COT-CODC
              MOVE 10 TO CTR-STAT
              GO TO OLHA-UM-CONTRATO-SAI
           END-IF

           IF CTR-ATIVO
              AND COT-DATA NOT < CTR-DT-INICIO
              AND COT-DATA NOT > CTR-DT-FIM
              MOVE CTR-NUMERO TO WS-CONTRATO-COT
           END-IF
           .
       OLHA-UM-CONTRATO-SAI.
           EXIT.

      *-----------------------------------------------------------------
       RECALCULA-VALOR.
      *-----------------------------------------------------------------
      *    O valor da cotacao e' a soma dos itens.
           PERFORM SOMA-ITENS THRU SOMA-ITENS-FIM
           MOVE WS-SOMA-ITENS TO COT-VALOR
           ACCEPT COT-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE COTACAO-COT
               INVALID KEY
                   MOVE 'RECALCULA-VALOR'                 TO LK-PAR
                   MOVE 'REWRITE'                         TO LK-CMD
                   PERFORM ERRO-FILE-STATUS
           END-REWRITE
           .
       RECALCULA-VALOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
       SOMA-ITENS.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WS-SOMA-ITENS WS-QTD-ITENS WS-QTD-ABAIXO
           MOVE COT-NUMERO TO CQI-COTACAO
           MOVE ZEROS      TO CQI-PROD
           START COTITEM KEY NOT LESS THAN CQI-KEY
                 INVALID KEY
                    MOVE 10 TO CQI-STAT
           END-START
           PERFORM SOMA-UM-ITEM
              THRU SOMA-UM-ITEM-SAI UNTIL FSQ-FIM-REG
           MOVE ZEROS TO CQI-STAT
           .
       SOMA-ITENS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       SOMA-UM-ITEM.
      *-----------------------------------------------------------------
           READ COTITEM NEXT AT END
                GO TO SOMA-UM-ITEM-SAI
           END-READ

           IF CQI-COTACAO NOT = COT-NUMERO
              MOVE 10 TO CQI-STAT
              GO TO SOMA-UM-ITEM-SAI
           END-IF

           COMPUTE WS-VLR-ITEM ROUNDED = CQI-QTDE * CQI-PRECO
           ADD WS-VLR-ITEM TO WS-SOMA-ITENS
           ADD 1           TO WS-QTD-ITENS
           IF CQI-ABAIXO
              ADD 1 TO WS-QTD-ABAIXO
           END-IF
           .
       SOMA-UM-ITEM-SAI.
           EXIT.

      *-----------------------------------------------------------------
       IMPRIME.
      *-----------------------------------------------------------------
           MOVE "IMPRESSAO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           PERFORM LIMPA-REGISTRO
           DISPLAY SS-CLS
           DISPLAY SS-TELA-REGISTRO
           PERFORM LE-COTACAO THRU LE-COTACAO-FIM
           IF FS-CANCELA OR NOT FS-OK
              GO TO IMPRIME-FIM
           END-IF
           DISPLAY SS-TELA-REGISTRO

           PERFORM IMPRIME-COTACAO THRU IMPRIME-COTACAO-FIM
           .
       IMPRIME-FIM.
           EXIT.

      *-----------------------------------------------------------------
       IMPRIME-COTACAO.
      *-----------------------------------------------------------------
      *    Cotacao aberta e dentro da validade vai para o SPOOL\
      *    (PROG35) e para a caixa de saida do vendedor (PROG76).
           IF NOT COT-ABERTA
              MOVE "SO A COTACAO ABERTA E IMPRESSA" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO IMPRIME-COTACAO-FIM
           END-IF

           IF COT-VALIDADE < WS-DATA-HOJE
              MOVE "COTACAO VENCIDA - ALTERE A VALIDADE ANTES"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO IMPRIME-COTACAO-FIM
           END-IF

           PERFORM SOMA-ITENS THRU SOMA-ITENS-FIM
           IF WS-QTD-ITENS = ZEROS
              MOVE "COTACAO SEM ITENS" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO IMPRIME-COTACAO-FIM
           END-IF

           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG167'      TO LK-SPL-PROGRAMA
           MOVE 'COTACAO.TXT'  TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELCOT

           OPEN OUTPUT RELCOT
           IF NOT FSR-OK
              MOVE "FALHA NA ABERTURA DO ARQUIVO DA COTACAO"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO IMPRIME-COTACAO-FIM
           END-IF

      *    Nomes do cliente e do vendedor para o cabecalho.
           MOVE SPACES TO CAB-NOME CAB-CNPJ WS-NOME-VENDEDOR
           MOVE COT-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE CLI-NOME     TO CAB-NOME
                   MOVE CLI-CNPJ-FMT TO CAB-CNPJ
           END-READ
           IF TEM-VENDEDOR
              MOVE COT-CODV TO VEN-COD
              READ VENDEDOR KEY IS VEN-COD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE VEN-NOME TO WS-NOME-VENDEDOR
              END-READ
           END-IF

           MOVE ZEROS TO WS-CTPAG
           PERFORM IMP-CABEC

           MOVE COT-NUMERO TO CQI-COTACAO
           MOVE ZEROS      TO CQI-PROD
           START COTITEM KEY NOT LESS THAN CQI-KEY
                 INVALID KEY
                    MOVE 10 TO CQI-STAT
           END-START
           PERFORM IMPRIME-UM-ITEM
              THRU IMPRIME-UM-ITEM-SAI UNTIL FSQ-FIM-REG
           MOVE ZEROS TO CQI-STAT

           MOVE COT-VALOR    TO TOT-VALOR
           MOVE COT-VALIDADE TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA  TO ROD-VALIDADE
           WRITE RELCOT-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELCOT-REL FROM LINHA-TOTAL  AFTER 1
           WRITE RELCOT-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELCOT-REL FROM LINHA-RODAPE AFTER 1
           CLOSE RELCOT

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG167'      TO LK-SPL-PROGRAMA
           MOVE SPACES         TO LK-SPL-PARAMS
           STRING 'COTACAO=' COT-NUMERO DELIMITED BY SIZE
             INTO LK-SPL-PARAMS
           END-STRING
           MOVE WS-QTD-ITENS   TO LK-SPL-QTDE
           MOVE WS-ARQ-RELCOT  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE COT-CODV       TO LK-OBX-CODV
           MOVE 'PROG167'      TO LK-OBX-PROGRAMA
           MOVE WS-ARQ-RELCOT  TO LK-OBX-ARQUIVO
           MOVE SPACES         TO LK-OBX-DESCRICAO
           STRING 'COTACAO ' COT-NUMERO DELIMITED BY SIZE
             INTO LK-OBX-DESCRICAO
           END-STRING
           CALL "PROG76" USING LK-OUTBOX END-CALL

           IF LK-OBX-RET = '0'
              MOVE "COTACAO IMPRESSA E DEPOSITADA NA CAIXA DO VENDEDOR"
                   TO WS-MSGERRO
           ELSE
              MOVE "COTACAO IMPRESSA - FALHA NO DEPOSITO NA CAIXA"
                   TO WS-MSGERRO
           END-IF
           PERFORM MOSTRA-ERRO
           .
       IMPRIME-COTACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       IMPRIME-UM-ITEM.
      *-----------------------------------------------------------------
           READ COTITEM NEXT AT END
                GO TO IMPRIME-UM-ITEM-SAI
           END-READ

           IF CQI-COTACAO NOT = COT-NUMERO
              MOVE 10 TO CQI-STAT
              GO TO IMPRIME-UM-ITEM-SAI
           END-IF

           MOVE SPACES TO REL-DESCRICAO
           IF TEM-PRODUTO
              MOVE CQI-PROD TO PRO-COD
              READ PRODUTO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PRO-DESCRICAO TO REL-DESCRICAO
              END-READ
           END-IF

           COMPUTE WS-VLR-ITEM ROUNDED = CQI-QTDE * CQI-PRECO
           MOVE CQI-PROD    TO REL-PROD
           MOVE CQI-QTDE    TO REL-QTDE
           MOVE CQI-PRECO   TO REL-PRECO
           MOVE WS-VLR-ITEM TO REL-TOTAL
           WRITE RELCOT-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMPRIME-UM-ITEM-SAI.
           EXIT.

      *-----------------------------------------------------------------
       IMP-CABEC.
      *-----------------------------------------------------------------
           ADD  01               TO WS-CTPAG
           MOVE WS-CTPAG         TO PAG-REL
           MOVE COT-NUMERO       TO CAB-NUMERO
           MOVE LK-PAR-BENEF-NOME TO CAB-EMITENTE
           MOVE LK-PAR-BENEF-CNPJ TO CAB-EMIT-CNPJ
           MOVE COT-CODC         TO CAB-CODC
           MOVE COT-CODV         TO CAB-CODV
           MOVE WS-NOME-VENDEDOR TO CAB-VENDEDOR
           MOVE COT-DATA         TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA      TO CAB-EMISSAO
           MOVE COT-VALIDADE     TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA      TO CAB-VALIDADE
           WRITE RELCOT-REL    FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELCOT-REL    FROM LINHA-BRANCO AFTER 1
           WRITE RELCOT-REL    FROM LINHA-CAB1 AFTER 1
           WRITE RELCOT-REL    FROM LINHA-CAB2 AFTER 1
           WRITE RELCOT-REL    FROM LINHA-CAB3 AFTER 1
           WRITE RELCOT-REL    FROM LINHA-CAB4 AFTER 1
           WRITE RELCOT-REL    FROM LINHA-BRANCO AFTER 1
           WRITE RELCOT-REL    FROM LINHA-CAB5 AFTER 1
           WRITE RELCOT-REL    FROM LINHA-CAB6 AFTER 1
           .
       IMP-CABEC-FIM.
           EXIT.

      *-----------------------------------------------------------------
       EDITA-DATA.
      *-----------------------------------------------------------------
           MOVE WS-AMD-DIA TO WS-DMA-DIA
           MOVE WS-AMD-MES TO WS-DMA-MES
           MOVE WS-AMD-ANO TO WS-DMA-ANO
           .
       EDITA-DATA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONVERTE.
      *-----------------------------------------------------------------
      *    Cotacao aceita pelo cliente vira pedido num passo so: o
      *    cabecalho e os itens com os precos cotados.
           MOVE "CONVERSAO EM PEDIDO" TO WS-MENSAG
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS
           PERFORM LIMPA-REGISTRO
           DISPLAY SS-CLS
           DISPLAY SS-TELA-REGISTRO
           PERFORM LE-COTACAO THRU LE-COTACAO-FIM
           IF FS-CANCELA OR NOT FS-OK
              GO TO CONVERTE-FIM
           END-IF
           DISPLAY SS-TELA-REGISTRO

           IF COT-GANHA
              PERFORM AVISA-CONVERTIDA
              GO TO CONVERTE-FIM
           END-IF

           IF NOT COT-ABERTA
              MOVE "SO A COTACAO ABERTA E CONVERTIDA" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO CONVERTE-FIM
           END-IF

           IF COT-VALIDADE < WS-DATA-HOJE
              MOVE "COTACAO VENCIDA - ALTERE A VALIDADE ANTES"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO CONVERTE-FIM
           END-IF

           PERFORM SOMA-ITENS THRU SOMA-ITENS-FIM
           IF WS-QTD-ITENS = ZEROS
              MOVE "COTACAO SEM ITENS" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO CONVERTE-FIM
           END-IF

      *    O pedido segue a regra do PROG22: cliente ativo e
      *    vendedor atual do cliente na data da conversao.
           MOVE COT-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO CONVERTE-FIM
           END-READ
           IF NOT CLI-ATIVO
              MOVE "CLIENTE NAO ESTA ATIVO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO CONVERTE-FIM
           END-IF
           IF CLI-VEND NOT = COT-CODV
              MOVE "VENDEDOR DA COTACAO NAO E MAIS O DO CLIENTE"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO CONVERTE-FIM
           END-IF

           MOVE "N" TO WS-ERRO
           MOVE "CONFIRMA A CONVERSAO DA COTACAO EM PEDIDO (S/N)?"
                TO WS-MSGERRO
           ACCEPT SS-ERRO
           IF NOT E-SIM
              GO TO CONVERTE-FIM
           END-IF

      *    Itens abaixo do piso da tabela cobertos pelo saldo da
      *    verba de desconto do vendedor nao prendem o pedido.
           IF WS-QTD-ABAIXO NOT = ZEROS
              PERFORM APURA-VERBA-FLEX THRU APURA-VERBA-FLEX-FIM
           END-IF

      *    Acima da alcada ou com item marcado: pedido pendente.
           MOVE 'A' TO WS-SIT-PEDIDO
           IF WS-QTD-ABAIXO NOT = ZEROS
              OR (WS-VLR-APROVACAO NOT = ZEROS
                  AND COT-VALOR > WS-VLR-APROVACAO)
              MOVE 'P' TO WS-SIT-PEDIDO
           END-IF

      *    Numero novo pelo PROG40 (tipo 'P'); numero ja digitado no
      *    PROG22 da chave duplicada e tenta o seguinte.
           MOVE ZEROS TO WS-TENTATIVA WS-NUM-PEDIDO
           PERFORM GRAVA-PEDIDO
              THRU GRAVA-PEDIDO-FIM
              UNTIL WS-NUM-PEDIDO NOT = ZEROS OR WS-TENTATIVA = 10
           IF WS-NUM-PEDIDO = ZEROS
              MOVE "FALHA NA GRAVACAO DO PEDIDO DA COTACAO"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO CONVERTE-FIM
           END-IF

           PERFORM ACHA-CONTRATO THRU ACHA-CONTRATO-FIM
           MOVE ZEROS      TO WS-SEQ-ITEM
           MOVE COT-NUMERO TO CQI-COTACAO
           MOVE ZEROS      TO CQI-PROD
           START COTITEM KEY NOT LESS THAN CQI-KEY
                 INVALID KEY
                    MOVE 10 TO CQI-STAT
           END-START
           PERFORM COPIA-UM-ITEM
              THRU COPIA-UM-ITEM-SAI UNTIL FSQ-FIM-REG
           MOVE ZEROS TO CQI-STAT

      *    Agregados (PROG102) e reserva de estoque (PROG140) como
      *    na inclusao do PROG22.
           MOVE '+'            TO LK-PSM-OPER
           MOVE PED-CODV       TO LK-PSM-CODV
           MOVE PED-DATA (1:6) TO LK-PSM-ANOMES
           MOVE PED-SITUACAO   TO LK-PSM-SIT
           MOVE PED-VALOR      TO LK-PSM-VALOR
           CALL "PROG102" USING LK-PEDSUM END-CALL

           MOVE WS-NUM-PEDIDO TO LK-RES-PEDIDO
           CALL "PROG140" USING LK-RESERVA END-CALL

      *    Pedido novo vai confirmado ao cliente (PROG173).
           MOVE WS-NUM-PEDIDO TO LK-CFP-PEDIDO
           MOVE 'N'           TO LK-CFP-MOTIVO
           MOVE 'PROG167'     TO LK-CFP-PROGRAMA
           CALL "PROG173" USING LK-CONFPED END-CALL

           MOVE 'G'           TO COT-SITUACAO
           MOVE WS-NUM-PEDIDO TO COT-PEDIDO
           MOVE WS-DATA-HOJE  TO COT-DT-DECISAO
           ACCEPT COT-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE COTACAO-COT
               INVALID KEY
                   MOVE 'CONVERTE'                        TO LK-PAR
                   MOVE 'REWRITE'                         TO LK-CMD
                   PERFORM ERRO-FILE-STATUS
           END-REWRITE
           DISPLAY SS-TELA-REGISTRO

           MOVE SPACES TO WS-MSGERRO
           IF WS-SIT-PEDIDO = 'P'
              STRING 'PEDIDO ' WS-NUM-PEDIDO
                     ' GERADO PENDENTE DE APROVACAO (PROG98)'
                     DELIMITED BY SIZE INTO WS-MSGERRO
              END-STRING
           ELSE
              STRING 'PEDIDO ' WS-NUM-PEDIDO ' GERADO EM ABERTO'
                     DELIMITED BY SIZE INTO WS-MSGERRO
              END-STRING
           END-IF
           PERFORM MOSTRA-ERRO
           .
       CONVERTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-PEDIDO.
      *-----------------------------------------------------------------
           ADD 1 TO WS-TENTATIVA
           SET LK-SEQ-PEDIDO TO TRUE
           CALL "PROG40" USING LK-SEQUENCIA END-CALL
           IF NOT LK-SEQ-OK
              MOVE 10 TO WS-TENTATIVA
              GO TO GRAVA-PEDIDO-FIM
           END-IF

      *    Registro inteiro inicializado, como o INCLUI do PROG22.
           MOVE ZEROS         TO PEDIDOS-PED
           MOVE SPACES        TO PED-MOT-CANC PED-OBS-CANC
                                 PED-SIT-CONTAB PED-CAMPANHA
                                 PED-COND-PAGTO PED-OPER-APROV
                                 PED-PEDIDO-CLI
           MOVE WS-OPERADOR-EXEC TO PED-OPER-DIGIT
           MOVE LK-SEQ-NUMERO TO PED-NUMERO
           MOVE COT-CODC      TO PED-CODC
           MOVE COT-CODV      TO PED-CODV
           MOVE WS-DATA-HOJE  TO PED-DATA
           MOVE COT-VALOR     TO PED-VALOR
           MOVE WS-SIT-PEDIDO TO PED-SITUACAO
           WRITE PEDIDOS-PED
                 INVALID KEY
                    GO TO GRAVA-PEDIDO-FIM
           END-WRITE

           MOVE PED-NUMERO TO WS-NUM-PEDIDO
           .
       GRAVA-PEDIDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       COPIA-UM-ITEM.
      *-----------------------------------------------------------------
           READ COTITEM NEXT AT END
                GO TO COPIA-UM-ITEM-SAI
           END-READ

           IF CQI-COTACAO NOT = COT-NUMERO
              MOVE 10 TO CQI-STAT
              GO TO COPIA-UM-ITEM-SAI
           END-IF

           ADD 1 TO WS-SEQ-ITEM
           MOVE ZEROS          TO PEDITEM-ITE
           MOVE WS-NUM-PEDIDO  TO ITE-PEDIDO
           MOVE WS-SEQ-ITEM    TO ITE-SEQ
           MOVE CQI-PROD       TO ITE-PROD
           MOVE CQI-QTDE       TO ITE-QTDE
           MOVE CQI-PRECO      TO ITE-PRECO
           IF CQI-ABAIXO
              MOVE 'S' TO ITE-ABAIXO-TAB
           ELSE
              MOVE 'N' TO ITE-ABAIXO-TAB
           END-IF
           MOVE 'N'            TO ITE-RESERVADO
      *    Custo do item so e' congelado no faturamento (PROG64).
           MOVE ZEROS          TO ITE-CUSTO ITE-DEPOSITO
           WRITE PEDITEM-ITE
                 INVALID KEY
                   MOVE 'CONVERTE'                        TO LK-PAR
                   MOVE 'WRITE'                           TO LK-CMD
                   MOVE 'PEDITEM'                         TO LK-ARQ
                   MOVE ITE-STAT                          TO LK-STA
                   PERFORM ERRO-FS-GENERICO
                   GO TO COPIA-UM-ITEM-SAI
           END-WRITE

      *    Preco cotado fora da tabela credita ou debita a verba de
      *    desconto do vendedor, como a digitacao no PROG22.
           PERFORM CALCULA-FLEX-ITEM THRU CALCULA-FLEX-ITEM-FIM
           IF WS-FLEX-VALOR NOT = ZEROS
              MOVE 'L'           TO LK-FLX-OPER
              MOVE PED-CODV      TO LK-FLX-CODV
              MOVE PED-DATA      TO LK-FLX-DATA
              MOVE PED-NUMERO    TO LK-FLX-PEDIDO
              MOVE ITE-SEQ       TO LK-FLX-ITEM
              MOVE ITE-PROD      TO LK-FLX-PROD
              MOVE WS-FLEX-VALOR TO LK-FLX-VALOR
              CALL "PROG171" USING LK-FLEX END-CALL
           END-IF
           .
       COPIA-UM-ITEM-SAI.
           EXIT.

      *-----------------------------------------------------------------
       APURA-VERBA-FLEX.
      *-----------------------------------------------------------------
      *    Soma o desconto dos itens marcados abaixo do piso da
      *    tabela; se nenhum for de contrato e o saldo do vendedor
      *    cobrir a soma, os itens deixam de prender o pedido.
           MOVE ZEROS TO WS-FLEX-DESCONTO WS-QTD-ABAIXO-CTR
           PERFORM ACHA-CONTRATO THRU ACHA-CONTRATO-FIM
           MOVE COT-NUMERO TO CQI-COTACAO
           MOVE ZEROS      TO CQI-PROD
           START COTITEM KEY NOT LESS THAN CQI-KEY
                 INVALID KEY
                    MOVE 10 TO CQI-STAT
           END-START
           PERFORM APURA-UM-ITEM
              THRU APURA-UM-ITEM-SAI UNTIL FSQ-FIM-REG
           MOVE ZEROS TO CQI-STAT

           IF WS-QTD-ABAIXO-CTR NOT = ZEROS
              GO TO APURA-VERBA-FLEX-FIM
           END-IF

           MOVE 'C'          TO LK-FLX-OPER
           MOVE COT-CODV     TO LK-FLX-CODV
           MOVE WS-DATA-HOJE TO LK-FLX-DATA
           MOVE ZEROS        TO LK-FLX-PEDIDO
           CALL "PROG171" USING LK-FLEX END-CALL
           IF LK-FLX-OK AND LK-FLX-SALDO NOT < WS-FLEX-DESCONTO
              MOVE ZEROS TO WS-QTD-ABAIXO
              MOVE "ABAIXO DO PISO - COBERTO PELA VERBA DE DESCONTO"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           END-IF
           .
       APURA-VERBA-FLEX-FIM.
           EXIT.

      *-----------------------------------------------------------------
       APURA-UM-ITEM.
      *-----------------------------------------------------------------
           READ COTITEM NEXT AT END
                GO TO APURA-UM-ITEM-SAI
           END-READ

           IF CQI-COTACAO NOT = COT-NUMERO
              MOVE 10 TO CQI-STAT
              GO TO APURA-UM-ITEM-SAI
           END-IF

           IF NOT CQI-ABAIXO
              GO TO APURA-UM-ITEM-SAI
           END-IF

           PERFORM CALCULA-FLEX-ITEM THRU CALCULA-FLEX-ITEM-FIM
           IF ITEM-DE-CONTRATO
              ADD 1 TO WS-QTD-ABAIXO-CTR
           ELSE
              SUBTRACT WS-FLEX-VALOR FROM WS-FLEX-DESCONTO
           END-IF
           .
       APURA-UM-ITEM-SAI.
           EXIT.

      *-----------------------------------------------------------------
       CALCULA-FLEX-ITEM.
      *-----------------------------------------------------------------
      *    CQI-PRECO-TAB guarda o preco de referencia da cotacao: o
      *    do contrato (que nao mexe na verba) ou o da tabela.
           MOVE ZEROS TO WS-FLEX-VALOR
           MOVE 'N'   TO WS-ITEM-CONTRATO
           IF WS-CONTRATO-COT NOT = ZEROS
              MOVE WS-CONTRATO-COT TO CTI-CONTRATO
              MOVE CQI-PROD        TO CTI-PROD
              READ CONTRITEM
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      SET ITEM-DE-CONTRATO TO TRUE
              END-READ
           END-IF

           IF ITEM-DE-CONTRATO OR CQI-PRECO-TAB = ZEROS
              GO TO CALCULA-FLEX-ITEM-FIM
           END-IF

           COMPUTE WS-FLEX-VALOR ROUNDED =
                   (CQI-PRECO - CQI-PRECO-TAB) * CQI-QTDE
           .
       CALCULA-FLEX-ITEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
       LE-COTACAO.
      *-----------------------------------------------------------------
           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ COTACAO
                   INVALID KEY
                      MOVE "COTACAO NAO ENCONTRADA" TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
                   NOT INVALID KEY
                      PERFORM MOSTRA-CLIENTE
               END-READ
           ELSE
               MOVE 99 TO COT-STAT
           END-IF.
       LE-COTACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MOSTRA-CLIENTE.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-NOME-CLIENTE
           IF TEM-CLIENTES
              MOVE COT-CODC TO CLI-COD
              READ CLIENTES KEY IS CLI-COD
                   INVALID KEY
                      MOVE '*** CLIENTE NAO CADASTRADO ***'
                           TO WS-NOME-CLIENTE
                   NOT INVALID KEY
                      MOVE CLI-NOME TO WS-NOME-CLIENTE
              END-READ
           END-IF
           .
       MOSTRA-CLIENTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MONTA-CAMINHOS.
      *-----------------------------------------------------------------
      *    O diretorio dos arquivos de dados vem da variavel de
      *    ambiente COBOL_DATA_DIR (com a barra final incluida), para
      *    permitir apontar um ambiente de testes sem recompilar. Se
      *    a variavel nao estiver definida, mantem C:\COBOL\.
           ACCEPT WS-DIR-DADOS FROM ENVIRONMENT 'COBOL_DATA_DIR'
           IF WS-DIR-DADOS = SPACES
              MOVE 'C:\COBOL\' TO WS-DIR-DADOS
           END-IF

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'COTACAO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-COTACAO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'COTITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-COTITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'VENDEDOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-VENDEDOR
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRECO.ARQ'                  DELIMITED BY SIZE
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
                  'PEDIDOS.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDIDOS
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDITEM
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRIR-ARQUIVO.
      *-----------------------------------------------------------------
           OPEN I-O COTACAO
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT COTACAO
               CLOSE COTACAO
               OPEN I-O COTACAO
           END-IF

           OPEN I-O COTITEM
           IF FSQ-NAO-EXISTE THEN
               OPEN OUTPUT COTITEM
               CLOSE COTITEM
               OPEN I-O COTITEM
           END-IF

           OPEN I-O PEDIDOS
           IF FSP-NAO-EXISTE THEN
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF

           OPEN I-O PEDITEM
           IF FSI-NAO-EXISTE THEN
               OPEN OUTPUT PEDITEM
               CLOSE PEDITEM
               OPEN I-O PEDITEM
           END-IF

           SET TEM-CLIENTES TO TRUE
           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              SET SEM-CLIENTES TO TRUE
           END-IF

           SET TEM-VENDEDOR TO TRUE
           OPEN INPUT VENDEDOR
           IF FSV-NAO-EXISTE
              SET SEM-VENDEDOR TO TRUE
           END-IF

           SET TEM-PRODUTO TO TRUE
           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              SET SEM-PRODUTO TO TRUE
           END-IF

           SET TEM-PRECO TO TRUE
           OPEN INPUT PRECO
           IF FSPE-NAO-EXISTE
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
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MOSTRA-ERRO.
      *-----------------------------------------------------------------
           DISPLAY SS-ERRO
           ACCEPT  SS-ERRO
           DISPLAY SS-STATUS
           .
       MOSTRA-ERRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ERRO-FILE-STATUS.
      *-----------------------------------------------------------------
           MOVE 'PROG167'                   TO LK-PRG
           MOVE 'COTACAO'                   TO LK-ARQ
           MOVE COT-STAT                    TO LK-STA
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.

      *-----------------------------------------------------------------
       ERRO-FS-GENERICO.
      *-----------------------------------------------------------------
           MOVE 'PROG167'                   TO LK-PRG
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       ERRO-FS-GENERICO-FIM.
           EXIT.
