      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG136 - Emissão de Boletos de Cobrança
      * Chamadas..: PROG41 - Leitura dos Parametros Gerais
      *             PROG35 - Spool e Catalogo de Relatorios
      *             PROG76 - Deposito na Caixa de Saida do Vendedor
      *             PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Parametros: Linha de comando vazia = rodada normal; numero de
      *             fatura = segunda via do boleto dessa fatura.
      * Observação: Roda na cadeia noturna logo apos o faturamento
      *             (PROG64) e imprime um boleto por fatura em aberto,
      *             a vencer e ainda sem boleto em BOLETO.ARQ, para o
      *             cliente poder pagar antes de chegar o boleto do
      *             banco (remessa PROG86). O boleto leva:
      *             - beneficiario e conta de cobranca de PARAM.ARQ
      *               (terceira pagina do PROG42);
      *             - pagador (razao, CNPJ e endereco) de
      *               CLIENTES.ARQ;
      *             - nosso numero = numero da fatura (o mesmo da
      *               remessa), DV modulo 11 base 7 sobre carteira e
      *               nosso numero (resto 1 = 'P');
      *             - vencimento e saldo da fatura;
      *             - codigo de barras FEBRABAN de 44 posicoes (banco,
      *               moeda 9, DV geral modulo 11, fator de
      *               vencimento, valor e campo livre agencia/
      *               carteira/nosso numero/conta) e a linha
      *               digitavel com os DV modulo 10 de cada campo.
      *             O fator de vencimento conta os dias desde
      *             07/10/1997 e, passado 9999, recomeca em 1000
      *             (regra da FEBRABAN a partir de 22/02/2025).
      *             O codigo de barras sai em digitos, para a fonte
      *             intercalado 2 de 5 da impressora.
      *             Os boletos vao para o spool do PROG35 (um por
      *             pagina) e uma copia de cada vai para o arquivo do
      *             vendedor do cliente (BOLETO_nnnnn_AAAAMMDD.TXT),
      *             depositado na caixa de saida dele pelo PROG76,
      *             para entrega na proxima visita.
      *             Fatura ja vencida nao recebe boleto na rodada
      *             normal (segue a regua de cobranca do PROG128); a
      *             segunda via pode ser pedida para qualquer fatura
      *             em aberto.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum boleto a emitir
      *             8 = segunda via recusada (fatura inexistente ou
      *                 fora do aberto)
      *            12 = arquivo ausente, conta de cobranca nao
      *                 parametrizada ou aborto por file-status
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG136.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS CLI-KEY.

       SELECT BOLETO ASSIGN TO WS-ARQ-BOLETO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS BOL-STAT
              RECORD KEY           IS BOL-KEY.

       SELECT RELBOL ASSIGN TO WS-ARQ-RELBOL
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS REL-STAT.

       SELECT VENBOL ASSIGN TO WS-ARQ-VENBOL
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS VBL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_FATURA.

       COPY FD_CLIENTES.

       COPY FD_BOLETO.

       FD RELBOL
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELBOL-REL.
          05 REL-IMP        PIC X(100).

       FD VENBOL.

       01 VENBOL-REG.
          05 VBL-IMP        PIC X(100).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-BOLETO      PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELBOL      PIC X(90) VALUE SPACES.
       77 WS-ARQ-VENBOL      PIC X(90) VALUE SPACES.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 BOL-STAT          PIC 9(02).
           88 FSB-OK        VALUE ZEROS.
           88 FSB-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 VBL-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-FATURA-PARM    PIC 9(08) VALUE ZEROS.

       77 WS-MODO-EMISSAO   PIC X(01) VALUE 'T'.
           88 EMITE-TODAS   VALUE 'T'.
           88 SEGUNDA-VIA   VALUE 'S'.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-SALDO          PIC 9(09)V99 VALUE ZEROS.
       77 WS-JA-EMITIDO     PIC X(01) VALUE 'N'.
           88 BOLETO-NOVO   VALUE 'N'.
           88 BOLETO-EXISTE VALUE 'S'.

       77 WS-QTD-LIDAS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-BOLETOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-VENCIDAS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-VEND   PIC 9(06) VALUE ZEROS.

       77 WS-NOME-CLIENTE   PIC X(40) VALUE SPACES.
       77 WS-CNPJ-CLIENTE   PIC X(18) VALUE SPACES.
       77 WS-VEND-CLIENTE   PIC 9(05) VALUE ZEROS.

      *    Vendedores que receberam copia nesta rodada: o arquivo de
      *    cada um e' criado no primeiro boleto e estendido nos
      *    seguintes; ao final todos vao para a caixa de saida.
       01 WS-TAB-VEND.
           05 WS-TV-COD     PIC 9(05) OCCURS 2000 TIMES.
       77 WS-QTD-VENDS      PIC 9(04) VALUE ZEROS.
       77 WS-IDX            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(04) VALUE ZEROS.
       77 WS-VEN-COD-TXT    PIC 9(05) VALUE ZEROS.

       77 WS-COPIA-VEND     PIC X(01) VALUE 'N'.
           88 COM-COPIA     VALUE 'S'.
           88 SEM-COPIA     VALUE 'N'.

      *-----------------------------------------------------------------
      *    Calculo dos digitos verificadores (modulos 10 e 11).
      *-----------------------------------------------------------------
       01 WS-DIGITOS.
           05 WS-DIG-TXT    PIC X(43).
       01 WS-DIGITOS-R REDEFINES WS-DIGITOS.
           05 WS-DIG        PIC 9(01) OCCURS 43 TIMES.
       77 WS-DIG-TAM        PIC 9(02) VALUE ZEROS.
       77 WS-POS            PIC 9(02) VALUE ZEROS.
       77 WS-PESO           PIC 9(02) VALUE ZEROS.
       77 WS-PESO-MAX       PIC 9(02) VALUE ZEROS.
       77 WS-PRODUTO        PIC 9(03) VALUE ZEROS.
       77 WS-SOMA           PIC 9(05) VALUE ZEROS.
       77 WS-QUOC           PIC 9(05) VALUE ZEROS.
       77 WS-RESTO          PIC 9(02) VALUE ZEROS.
       77 WS-DV             PIC 9(02) VALUE ZEROS.

       77 WS-DIAS-BASE      PIC 9(08) VALUE ZEROS.
       77 WS-FATOR-CALC     PIC S9(08) VALUE ZEROS.

       01 WS-BANCO-DV.
           05 WS-BDV-BANCO  PIC 9(03).
           05 FILLER        PIC X(01) VALUE '-'.
           05 WS-BDV-DV     PIC 9(01).

       01 WS-NN-CALC.
           05 WS-NNC-CARTEIRA PIC 9(02).
           05 WS-NNC-NUMERO   PIC 9(11).

       01 WS-NN-EDITADO.
           05 WS-NNE-CARTEIRA PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WS-NNE-NUMERO   PIC 9(11).
           05 FILLER          PIC X(01) VALUE '-'.
           05 WS-NNE-DV       PIC X(01).

       01 WS-CAMPO-LIVRE.
           05 WS-CL-AGENCIA   PIC 9(04).
           05 WS-CL-CARTEIRA  PIC 9(02).
           05 WS-CL-NOSSO-NUM PIC 9(11).
           05 WS-CL-CONTA     PIC 9(07).
           05 WS-CL-ZERO      PIC 9(01) VALUE ZERO.
       01 WS-CAMPO-LIVRE-R REDEFINES WS-CAMPO-LIVRE.
           05 WS-CLR-1A5      PIC X(05).
           05 WS-CLR-6A15     PIC X(10).
           05 WS-CLR-16A25    PIC X(10).

      *    Codigo de barras sem o DV geral (43 posicoes), base do
      *    calculo do modulo 11.
       01 WS-CB-SEM-DV.
           05 WS-C43-BANCO    PIC 9(03).
           05 WS-C43-MOEDA    PIC 9(01) VALUE 9.
           05 WS-C43-FATOR    PIC 9(04).
           05 WS-C43-VALOR    PIC 9(10).
           05 WS-C43-LIVRE    PIC X(25).

       01 WS-CODIGO-BARRAS.
           05 WS-CB-BANCO     PIC 9(03).
           05 WS-CB-MOEDA     PIC 9(01).
           05 WS-CB-DV        PIC 9(01).
           05 WS-CB-FATOR     PIC 9(04).
           05 WS-CB-VALOR     PIC 9(10).
           05 WS-CB-LIVRE     PIC X(25).

      *    Campos 1 a 3 da linha digitavel, cada um com o seu DV.
       01 WS-CAMPO-1.
           05 WS-C1-BANCO     PIC 9(03).
           05 WS-C1-MOEDA     PIC 9(01).
           05 WS-C1-LIVRE     PIC X(05).
           05 WS-C1-DV        PIC 9(01).
       01 WS-CAMPO-1-R REDEFINES WS-CAMPO-1.
           05 WS-C1R-A        PIC X(05).
           05 WS-C1R-B        PIC X(05).

       01 WS-CAMPO-2.
           05 WS-C2-LIVRE     PIC X(10).
           05 WS-C2-DV        PIC 9(01).
       01 WS-CAMPO-2-R REDEFINES WS-CAMPO-2.
           05 WS-C2R-A        PIC X(05).
           05 WS-C2R-B        PIC X(06).

       01 WS-CAMPO-3.
           05 WS-C3-LIVRE     PIC X(10).
           05 WS-C3-DV        PIC 9(01).
       01 WS-CAMPO-3-R REDEFINES WS-CAMPO-3.
           05 WS-C3R-A        PIC X(05).
           05 WS-C3R-B        PIC X(06).

       01 WS-LINHA-DIGITAVEL.
           05 LD-C1A          PIC X(05).
           05 FILLER          PIC X(01) VALUE '.'.
           05 LD-C1B          PIC X(05).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LD-C2A          PIC X(05).
           05 FILLER          PIC X(01) VALUE '.'.
           05 LD-C2B          PIC X(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LD-C3A          PIC X(05).
           05 FILLER          PIC X(01) VALUE '.'.
           05 LD-C3B          PIC X(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LD-DV           PIC 9(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 LD-FATOR        PIC 9(04).
           05 LD-VALOR        PIC 9(10).

      *-----------------------------------------------------------------
      *    Linhas do boleto.
      *-----------------------------------------------------------------
       01 WS-LINHA-BOL      PIC X(100) VALUE SPACES.
       77 WS-SALTO          PIC 9(02) VALUE 1.

       01 LINHA-BOL-CAB.
           05 FILLER        PIC X(06) VALUE 'BANCO '.
           05 BOL-REL-BANCO PIC X(05).
           05 FILLER        PIC X(05) VALUE '  |  '.
           05 BOL-REL-LINHA PIC X(54).

       01 LINHA-TRACO.
           05 FILLER        PIC X(90) VALUE ALL '-'.

       01 LINHA-BOL-RECIBO.
           05 FILLER        PIC X(60) VALUE
           'RECIBO DO PAGADOR'.
           05 FILLER        PIC X(14) VALUE 'NOSSO NUMERO: '.
           05 BOL-REL-NN-R  PIC X(16).

       01 LINHA-BOL-FICHA.
           05 FILLER        PIC X(60) VALUE
           'FICHA DE COMPENSACAO'.
           05 FILLER        PIC X(14) VALUE 'AUTENTICACAO'.

       01 LINHA-BOL-LOCAL.
           05 FILLER        PIC X(60) VALUE
           'LOCAL DE PAGAMENTO: PAGAVEL EM QUALQUER BANCO ATE O VENCTO'.
           05 FILLER        PIC X(12) VALUE 'VENCIMENTO: '.
           05 BOL-REL-VENCTO PIC X(10).

       01 LINHA-BOL-BENEF.
           05 FILLER        PIC X(14) VALUE 'BENEFICIARIO: '.
           05 BOL-REL-BENEF PIC X(40).
           05 FILLER        PIC X(06) VALUE ' CNPJ '.
           05 BOL-REL-BENEF-CNPJ PIC X(18).

       01 LINHA-BOL-AGCOD.
           05 FILLER        PIC X(32) VALUE
           'AGENCIA/CODIGO DO BENEFICIARIO: '.
           05 BOL-REL-AGENCIA PIC 9(04).
           05 FILLER        PIC X(01) VALUE '/'.
           05 BOL-REL-CONTA PIC 9(07).

       01 LINHA-BOL-DOC.
           05 FILLER        PIC X(11) VALUE 'DATA DOC.: '.
           05 BOL-REL-EMISSAO PIC X(10).
           05 FILLER        PIC X(15) VALUE '  NR. DOCUMENTO'.
           05 FILLER        PIC X(02) VALUE ': '.
           05 BOL-REL-FATURA PIC 9(08).
           05 FILLER        PIC X(30) VALUE
           '  ESPECIE: DM  ACEITE: N  PROC'.
           05 FILLER        PIC X(03) VALUE '.: '.
           05 BOL-REL-HOJE  PIC X(10).

       01 LINHA-BOL-NN.
           05 FILLER        PIC X(10) VALUE 'CARTEIRA: '.
           05 BOL-REL-CARTEIRA PIC 9(02).
           05 FILLER        PIC X(14) VALUE '  ESPECIE: R$ '.
           05 FILLER        PIC X(16) VALUE '  NOSSO NUMERO: '.
           05 BOL-REL-NN    PIC X(16).

       01 LINHA-BOL-VALOR.
           05 FILLER        PIC X(25) VALUE
           'VALOR DO DOCUMENTO (R$): '.
           05 BOL-REL-VALOR PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(11) VALUE '  PARCELA: '.
           05 BOL-REL-PARC  PIC Z9.
           05 FILLER        PIC X(01) VALUE '/'.
           05 BOL-REL-QPARC PIC Z9.

       01 LINHA-BOL-INSTR.
           05 FILLER        PIC X(46) VALUE
           'INSTRUCOES: APOS O VENCIMENTO COBRAR MULTA DE '.
           05 BOL-REL-MULTA PIC Z9,99.
           05 FILLER        PIC X(13) VALUE '% E JUROS DE '.
           05 BOL-REL-JUROS PIC 9,9999.
           05 FILLER        PIC X(09) VALUE '% AO DIA.'.

       01 LINHA-BOL-INSTR-SEM.
           05 FILLER        PIC X(60) VALUE
           'INSTRUCOES: NAO COBRAR ENCARGOS APOS O VENCIMENTO.'.

       01 LINHA-BOL-PAGADOR.
           05 FILLER        PIC X(09) VALUE 'PAGADOR: '.
           05 BOL-REL-PAGADOR PIC X(40).
           05 FILLER        PIC X(06) VALUE ' CNPJ '.
           05 BOL-REL-PAG-CNPJ PIC X(18).

       01 LINHA-BOL-END.
           05 FILLER        PIC X(09) VALUE SPACES.
           05 BOL-REL-LOGRAD PIC X(40).
           05 FILLER        PIC X(02) VALUE ', '.
           05 BOL-REL-NUMERO PIC X(06).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 BOL-REL-COMPL PIC X(15).

       01 LINHA-BOL-CIDADE.
           05 FILLER        PIC X(09) VALUE SPACES.
           05 BOL-REL-BAIRRO PIC X(25).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 BOL-REL-MUNIC PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 BOL-REL-UF    PIC X(02).
           05 FILLER        PIC X(05) VALUE ' CEP '.
           05 BOL-REL-CEP5  PIC 9(05).
           05 FILLER        PIC X(01) VALUE '-'.
           05 BOL-REL-CEP3  PIC 9(03).

       01 LINHA-BOL-BARRAS.
           05 FILLER        PIC X(25) VALUE
           'CODIGO DE BARRAS (I2/5): '.
           05 BOL-REL-BARRAS PIC X(44).

       01 WS-CEP-CLIENTE.
           05 WS-CEP-5      PIC 9(05).
           05 WS-CEP-3      PIC 9(03).

       01 LINHA-TOTAIS.
           05 FILLER        PIC X(16) VALUE 'FATURAS LIDAS: '.
           05 TOT-LIDAS     PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  BOLETOS: '.
           05 TOT-BOLETOS   PIC ZZZZZ9.
           05 FILLER        PIC X(25) VALUE
           '  VENCIDAS SEM BOLETO: '.
           05 TOT-VENCIDAS  PIC ZZZZZ9.

       01 LINHA-BRANCO      PIC X(80) VALUE SPACES.

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

       COPY LK_FILE_STATUS.

       COPY LK_IDEXEC.

       COPY LK_PARAM.

       COPY LK_SPOOL.

       COPY LK_OUTBOX.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           MOVE 'PROG136' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA  TO BOL-REL-HOJE
           COMPUTE WS-DIAS-BASE = FUNCTION INTEGER-OF-DATE (19971007)

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              SET SEGUNDA-VIA TO TRUE
              MOVE FUNCTION NUMVAL(WS-PARM) TO WS-FATURA-PARM
           END-IF

      *    Beneficiario e conta de cobranca (PROG42, terceira pagina).
           CALL "PROG41" USING LK-PARAM END-CALL
           IF LK-PAR-BCO-CODIGO  = ZEROS
              OR LK-PAR-BCO-AGENCIA = ZEROS
              OR LK-PAR-BCO-CONTA   = ZEROS
              DISPLAY 'PROG136: CONTA DE COBRANCA NAO PARAMETRIZADA '
                      '(PROG42)'
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM MONTA-DADOS-BANCO

           PERFORM ABRIR-ARQUIVO

           IF SEGUNDA-VIA
              PERFORM EMITE-SEGUNDA-VIA THRU EMITE-SEGUNDA-VIA-FIM
           ELSE
              MOVE LOW-VALUES TO FATURA-FAT
              START FATURA KEY NOT LESS THAN FAT-KEY
                    INVALID KEY
                       MOVE 10 TO FAT-STAT
              END-START
              PERFORM PROCESSA-FATURA
                 THRU PROCESSA-FATURA-SAI UNTIL FSF-FIM-REG
           END-IF

           PERFORM DEPOSITA-VENDEDOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS

           PERFORM FECHA-TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-DADOS-BANCO.
      *-------------------------------------------------------------*
      *    Parte fixa de todos os boletos da rodada: banco com DV
      *    (modulo 11, resto 0 ou 1 = DV 0), beneficiario e conta.
           MOVE LK-PAR-BCO-CODIGO  TO WS-BDV-BANCO
           MOVE LK-PAR-BCO-CODIGO  TO WS-DIG-TXT
           MOVE 3                  TO WS-DIG-TAM
           MOVE 9                  TO WS-PESO-MAX
           PERFORM CALCULA-MOD11
           IF WS-RESTO < 2
              MOVE 0 TO WS-BDV-DV
           ELSE
              COMPUTE WS-BDV-DV = 11 - WS-RESTO
           END-IF
           MOVE WS-BANCO-DV        TO BOL-REL-BANCO

           MOVE LK-PAR-BENEF-NOME  TO BOL-REL-BENEF
           MOVE LK-PAR-BENEF-CNPJ  TO BOL-REL-BENEF-CNPJ
           MOVE LK-PAR-BCO-AGENCIA TO BOL-REL-AGENCIA
           MOVE LK-PAR-BCO-CONTA   TO BOL-REL-CONTA
           MOVE LK-PAR-BCO-CARTEIRA TO BOL-REL-CARTEIRA
           MOVE LK-PAR-MULTA       TO BOL-REL-MULTA
           MOVE LK-PAR-JUROS-DIA   TO BOL-REL-JUROS
           .
       MONTA-DADOS-BANCO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCESSA-FATURA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO PROCESSA-FATURA-SAI
           END-READ

           ADD 1 TO WS-QTD-LIDAS

           IF NOT FAT-ABERTA
              GO TO PROCESSA-FATURA-SAI
           END-IF

           IF FAT-VALOR-PAGO NOT < FAT-VALOR
              GO TO PROCESSA-FATURA-SAI
           END-IF

      *    Boleto ja impresso em rodada anterior.
           MOVE FAT-NUMERO TO BOL-FATURA
           READ BOLETO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   GO TO PROCESSA-FATURA-SAI
           END-READ

      *    Vencida fica com a regua de cobranca (PROG128).
           IF FAT-VENCTO < WS-DATA-HOJE
              ADD 1 TO WS-QTD-VENCIDAS
              GO TO PROCESSA-FATURA-SAI
           END-IF

           SET BOLETO-NOVO TO TRUE
           PERFORM EMITE-BOLETO THRU EMITE-BOLETO-FIM
           .
       PROCESSA-FATURA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       EMITE-SEGUNDA-VIA.
      *-------------------------------------------------------------*
           MOVE WS-FATURA-PARM TO FAT-NUMERO
           READ FATURA
                INVALID KEY
                   DISPLAY 'PROG136: FATURA ' WS-FATURA-PARM
                           ' NAO ENCONTRADA'
                   MOVE 08 TO WS-RETCODE
                   GO TO EMITE-SEGUNDA-VIA-FIM
           END-READ
           ADD 1 TO WS-QTD-LIDAS

           IF NOT FAT-ABERTA OR FAT-VALOR-PAGO NOT < FAT-VALOR
              DISPLAY 'PROG136: FATURA ' WS-FATURA-PARM
                      ' NAO ESTA EM ABERTO - SEGUNDA VIA RECUSADA'
              MOVE 08 TO WS-RETCODE
              GO TO EMITE-SEGUNDA-VIA-FIM
           END-IF

           MOVE FAT-NUMERO TO BOL-FATURA
           READ BOLETO
                INVALID KEY
                   SET BOLETO-NOVO   TO TRUE
                NOT INVALID KEY
                   SET BOLETO-EXISTE TO TRUE
           END-READ

           PERFORM EMITE-BOLETO THRU EMITE-BOLETO-FIM
           .
       EMITE-SEGUNDA-VIA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EMITE-BOLETO.
      *-------------------------------------------------------------*
           COMPUTE WS-SALDO = FAT-VALOR - FAT-VALOR-PAGO

           MOVE SPACES TO WS-NOME-CLIENTE WS-CNPJ-CLIENTE
           MOVE ZEROS  TO WS-VEND-CLIENTE
           MOVE FAT-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   MOVE '*** CLIENTE NAO CADASTRADO ***'
                        TO WS-NOME-CLIENTE
                   MOVE SPACES TO CLI-LOGRADOURO CLI-NUM-END
                                  CLI-COMPLEMENTO CLI-BAIRRO
                                  CLI-MUNICIPIO CLI-UF
                   MOVE ZEROS  TO CLI-CEP
                NOT INVALID KEY
                   MOVE CLI-NOME     TO WS-NOME-CLIENTE
                   MOVE CLI-CNPJ-FMT TO WS-CNPJ-CLIENTE
                   MOVE CLI-VEND     TO WS-VEND-CLIENTE
           END-READ

           PERFORM CALCULA-NOSSO-NUMERO
           PERFORM CALCULA-CODIGO-BARRAS
           PERFORM MONTA-LINHA-DIGITAVEL

      *    Registra antes de imprimir: se a rodada cair no meio, o
      *    boleto nao sai repetido na proxima.
           IF BOLETO-EXISTE
              ADD 1 TO BOL-QTD-VIAS
           ELSE
              MOVE FAT-NUMERO   TO BOL-FATURA
              MOVE 1            TO BOL-QTD-VIAS
           END-IF
           MOVE FAT-CODC           TO BOL-CODC
           MOVE WS-VEND-CLIENTE    TO BOL-CODV
           MOVE WS-NNC-NUMERO      TO BOL-NOSSO-NUMERO
           MOVE WS-NNE-DV          TO BOL-NN-DV
           MOVE FAT-VENCTO         TO BOL-VENCTO
           MOVE WS-SALDO           TO BOL-VALOR
           MOVE WS-CODIGO-BARRAS   TO BOL-COD-BARRAS
           MOVE WS-LINHA-DIGITAVEL TO BOL-LINHA-DIG
           MOVE WS-DATA-HOJE       TO BOL-DT-EMISSAO
           MOVE LK-IDX-ID          TO BOL-IDEXEC
           IF BOLETO-EXISTE
              REWRITE BOLETO-BOL
                 INVALID KEY
                   MOVE 'EMITE-BOLETO'                    TO LK-PAR
                   MOVE 'REWRITE'                         TO LK-CMD
                   MOVE 'BOLETO'                          TO LK-ARQ
                   MOVE BOL-STAT                          TO LK-STA
                   PERFORM ERRO-FILE-STATUS
                   MOVE 12 TO WS-RETCODE
                   PERFORM FINALIZA
              END-REWRITE
           ELSE
              WRITE BOLETO-BOL
                 INVALID KEY
                   MOVE 'EMITE-BOLETO'                    TO LK-PAR
                   MOVE 'WRITE'                           TO LK-CMD
                   MOVE 'BOLETO'                          TO LK-ARQ
                   MOVE BOL-STAT                          TO LK-STA
                   PERFORM ERRO-FILE-STATUS
                   MOVE 12 TO WS-RETCODE
                   PERFORM FINALIZA
              END-WRITE
           END-IF

           ADD 1 TO WS-QTD-BOLETOS

           SET SEM-COPIA TO TRUE
           IF WS-VEND-CLIENTE = ZEROS
              ADD 1 TO WS-QTD-SEM-VEND
           ELSE
              PERFORM ABRE-COPIA-VENDEDOR
                 THRU ABRE-COPIA-VENDEDOR-FIM
           END-IF

           PERFORM IMPRIME-BOLETO

           IF COM-COPIA
              CLOSE VENBOL
           END-IF
           .
       EMITE-BOLETO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-NOSSO-NUMERO.
      *-------------------------------------------------------------*
      *    DV do nosso numero: modulo 11 base 7 sobre carteira e
      *    nosso numero; resto 0 = '0', resto 1 = 'P'.
           MOVE LK-PAR-BCO-CARTEIRA TO WS-NNC-CARTEIRA
           MOVE FAT-NUMERO          TO WS-NNC-NUMERO
           MOVE WS-NN-CALC          TO WS-DIG-TXT
           MOVE 13                  TO WS-DIG-TAM
           MOVE 7                   TO WS-PESO-MAX
           PERFORM CALCULA-MOD11

           MOVE WS-NNC-CARTEIRA     TO WS-NNE-CARTEIRA
           MOVE WS-NNC-NUMERO       TO WS-NNE-NUMERO
           EVALUATE WS-RESTO
               WHEN 0
                    MOVE '0' TO WS-NNE-DV
               WHEN 1
                    MOVE 'P' TO WS-NNE-DV
               WHEN OTHER
                    COMPUTE WS-DV = 11 - WS-RESTO
                    MOVE WS-DV (2:1) TO WS-NNE-DV
           END-EVALUATE
           .
       CALCULA-NOSSO-NUMERO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-CODIGO-BARRAS.
      *-------------------------------------------------------------*
      *    Fator de vencimento: dias desde 07/10/1997; passado 9999
      *    recomeca em 1000 (ciclos de 9000 dias).
           COMPUTE WS-FATOR-CALC =
                   FUNCTION INTEGER-OF-DATE (FAT-VENCTO) - WS-DIAS-BASE
           IF WS-FATOR-CALC > 9999
              SUBTRACT 1000 FROM WS-FATOR-CALC
              DIVIDE WS-FATOR-CALC BY 9000 GIVING WS-QUOC
                     REMAINDER WS-FATOR-CALC
              ADD 1000 TO WS-FATOR-CALC
           END-IF

           MOVE LK-PAR-BCO-AGENCIA  TO WS-CL-AGENCIA
           MOVE LK-PAR-BCO-CARTEIRA TO WS-CL-CARTEIRA
           MOVE WS-NNC-NUMERO       TO WS-CL-NOSSO-NUM
           MOVE LK-PAR-BCO-CONTA    TO WS-CL-CONTA

           MOVE LK-PAR-BCO-CODIGO   TO WS-C43-BANCO
           MOVE WS-FATOR-CALC       TO WS-C43-FATOR
           COMPUTE WS-C43-VALOR = WS-SALDO * 100
           MOVE WS-CAMPO-LIVRE      TO WS-C43-LIVRE

      *    DV geral: modulo 11 pesos 2 a 9; resto 0, 1 ou 10 = 1.
           MOVE WS-CB-SEM-DV        TO WS-DIG-TXT
           MOVE 43                  TO WS-DIG-TAM
           MOVE 9                   TO WS-PESO-MAX
           PERFORM CALCULA-MOD11
           COMPUTE WS-DV = 11 - WS-RESTO
           IF WS-DV = 0 OR WS-DV = 10 OR WS-DV = 11
              MOVE 1 TO WS-DV
           END-IF

           MOVE WS-C43-BANCO        TO WS-CB-BANCO
           MOVE WS-C43-MOEDA        TO WS-CB-MOEDA
           MOVE WS-DV               TO WS-CB-DV
           MOVE WS-C43-FATOR        TO WS-CB-FATOR
           MOVE WS-C43-VALOR        TO WS-CB-VALOR
           MOVE WS-C43-LIVRE        TO WS-CB-LIVRE
           .
       CALCULA-CODIGO-BARRAS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-LINHA-DIGITAVEL.
      *-------------------------------------------------------------*
      *    Campo 1: banco, moeda e campo livre 1-5; campo 2: campo
      *    livre 6-15; campo 3: campo livre 16-25 - cada um com DV
      *    modulo 10. Campo 4: DV geral. Campo 5: fator e valor.
           MOVE WS-CB-BANCO  TO WS-C1-BANCO
           MOVE WS-CB-MOEDA  TO WS-C1-MOEDA
           MOVE WS-CLR-1A5   TO WS-C1-LIVRE
           MOVE WS-CAMPO-1 (1:9) TO WS-DIG-TXT
           MOVE 9            TO WS-DIG-TAM
           PERFORM CALCULA-MOD10
           MOVE WS-DV        TO WS-C1-DV

           MOVE WS-CLR-6A15  TO WS-C2-LIVRE
           MOVE WS-C2-LIVRE  TO WS-DIG-TXT
           MOVE 10           TO WS-DIG-TAM
           PERFORM CALCULA-MOD10
           MOVE WS-DV        TO WS-C2-DV

           MOVE WS-CLR-16A25 TO WS-C3-LIVRE
           MOVE WS-C3-LIVRE  TO WS-DIG-TXT
           MOVE 10           TO WS-DIG-TAM
           PERFORM CALCULA-MOD10
           MOVE WS-DV        TO WS-C3-DV

           MOVE WS-C1R-A     TO LD-C1A
           MOVE WS-C1R-B     TO LD-C1B
           MOVE WS-C2R-A     TO LD-C2A
           MOVE WS-C2R-B     TO LD-C2B
           MOVE WS-C3R-A     TO LD-C3A
           MOVE WS-C3R-B     TO LD-C3B
           MOVE WS-CB-DV     TO LD-DV
           MOVE WS-CB-FATOR  TO LD-FATOR
           MOVE WS-CB-VALOR  TO LD-VALOR
           .
       MONTA-LINHA-DIGITAVEL-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-MOD10.
      *-------------------------------------------------------------*
      *    Pesos 2,1,2,1... da direita para a esquerda; produto de
      *    dois digitos soma os algarismos. DV = 10 - resto (resto
      *    0 = DV 0).
           MOVE ZEROS TO WS-SOMA
           MOVE 2     TO WS-PESO
           PERFORM SOMA-MOD10
               VARYING WS-POS FROM WS-DIG-TAM BY -1
               UNTIL WS-POS < 1
           DIVIDE WS-SOMA BY 10 GIVING WS-QUOC REMAINDER WS-RESTO
           IF WS-RESTO = ZEROS
              MOVE ZEROS TO WS-DV
           ELSE
              COMPUTE WS-DV = 10 - WS-RESTO
           END-IF
           .
       CALCULA-MOD10-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-MOD10.
      *-------------------------------------------------------------*
           COMPUTE WS-PRODUTO = WS-DIG (WS-POS) * WS-PESO
           IF WS-PRODUTO > 9
              SUBTRACT 9 FROM WS-PRODUTO
           END-IF
           ADD WS-PRODUTO TO WS-SOMA
           IF WS-PESO = 2
              MOVE 1 TO WS-PESO
           ELSE
              MOVE 2 TO WS-PESO
           END-IF
           .
       SOMA-MOD10-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-MOD11.
      *-------------------------------------------------------------*
      *    Pesos 2 ate WS-PESO-MAX da direita para a esquerda,
      *    recomecando em 2; devolve o resto da divisao por 11 para
      *    cada chamador aplicar a sua regra de DV.
           MOVE ZEROS TO WS-SOMA
           MOVE 2     TO WS-PESO
           PERFORM SOMA-MOD11
               VARYING WS-POS FROM WS-DIG-TAM BY -1
               UNTIL WS-POS < 1
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOC REMAINDER WS-RESTO
           .
       CALCULA-MOD11-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-MOD11.
      *-------------------------------------------------------------*
           COMPUTE WS-PRODUTO = WS-DIG (WS-POS) * WS-PESO
           ADD WS-PRODUTO TO WS-SOMA
           IF WS-PESO = WS-PESO-MAX
              MOVE 2 TO WS-PESO
           ELSE
              ADD 1 TO WS-PESO
           END-IF
           .
       SOMA-MOD11-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRE-COPIA-VENDEDOR.
      *-------------------------------------------------------------*
      *    Arquivo do vendedor: BOLETO_nnnnn_AAAAMMDD.TXT, criado no
      *    primeiro boleto da rodada e estendido nos seguintes.
           MOVE WS-VEND-CLIENTE TO WS-VEN-COD-TXT
           MOVE SPACES          TO WS-ARQ-VENBOL
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'BOLETO_'                    DELIMITED BY SIZE
                  WS-VEN-COD-TXT               DELIMITED BY SIZE
                  '_'                          DELIMITED BY SIZE
                  WS-DATA-HOJE                 DELIMITED BY SIZE
                  '.TXT'                       DELIMITED BY SIZE
             INTO WS-ARQ-VENBOL
           END-STRING

           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-VENDEDOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS
                  OR WS-IDX-ACHOU NOT = ZEROS

           IF WS-IDX-ACHOU = ZEROS
              IF WS-QTD-VENDS = 2000
                 GO TO ABRE-COPIA-VENDEDOR-FIM
              END-IF
              ADD 1 TO WS-QTD-VENDS
              MOVE WS-VEND-CLIENTE TO WS-TV-COD (WS-QTD-VENDS)
              OPEN OUTPUT VENBOL
           ELSE
              OPEN EXTEND VENBOL
           END-IF

           IF FSV-OK
              SET COM-COPIA TO TRUE
           END-IF
           .
       ABRE-COPIA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-VENDEDOR.
      *-------------------------------------------------------------*
           IF WS-TV-COD (WS-IDX) = WS-VEND-CLIENTE
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-BOLETO.
      *-------------------------------------------------------------*
      *    Um boleto por pagina no spool: recibo do pagador em cima,
      *    ficha de compensacao embaixo. A copia do vendedor leva as
      *    mesmas linhas.
           MOVE WS-LINHA-DIGITAVEL TO BOL-REL-LINHA
           MOVE WS-NN-EDITADO   TO BOL-REL-NN BOL-REL-NN-R
           MOVE FAT-VENCTO      TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA     TO BOL-REL-VENCTO
           MOVE FAT-EMISSAO     TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA     TO BOL-REL-EMISSAO
           MOVE FAT-NUMERO      TO BOL-REL-FATURA
           MOVE WS-SALDO        TO BOL-REL-VALOR
           MOVE FAT-PARCELA     TO BOL-REL-PARC
           MOVE FAT-QTD-PARC    TO BOL-REL-QPARC
           IF FAT-QTD-PARC NOT NUMERIC OR FAT-QTD-PARC = ZEROS
              MOVE 1 TO BOL-REL-PARC BOL-REL-QPARC
           END-IF
           MOVE WS-NOME-CLIENTE TO BOL-REL-PAGADOR
           MOVE WS-CNPJ-CLIENTE TO BOL-REL-PAG-CNPJ
           MOVE CLI-LOGRADOURO  TO BOL-REL-LOGRAD
           MOVE CLI-NUM-END     TO BOL-REL-NUMERO
           MOVE CLI-COMPLEMENTO TO BOL-REL-COMPL
           MOVE CLI-BAIRRO      TO BOL-REL-BAIRRO
           MOVE CLI-MUNICIPIO   TO BOL-REL-MUNIC
           MOVE CLI-UF          TO BOL-REL-UF
           MOVE CLI-CEP         TO WS-CEP-CLIENTE
           MOVE WS-CEP-5        TO BOL-REL-CEP5
           MOVE WS-CEP-3        TO BOL-REL-CEP3
           MOVE WS-CODIGO-BARRAS TO BOL-REL-BARRAS

      *    Recibo do pagador.
           MOVE LINHA-BOL-RECIBO TO WS-LINHA-BOL
           WRITE RELBOL-REL FROM WS-LINHA-BOL AFTER ADVANCING PAGE
           IF COM-COPIA
              WRITE VENBOL-REG FROM LINHA-BRANCO
              WRITE VENBOL-REG FROM WS-LINHA-BOL
           END-IF
           MOVE 1 TO WS-SALTO
           MOVE LINHA-BOL-BENEF  TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE LINHA-BOL-PAGADOR TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE LINHA-BOL-LOCAL  TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE LINHA-BOL-VALOR  TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL

      *    Ficha de compensacao.
           MOVE 3 TO WS-SALTO
           MOVE LINHA-TRACO      TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE 1 TO WS-SALTO
           MOVE LINHA-BOL-CAB    TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE LINHA-TRACO      TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE LINHA-BOL-LOCAL  TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE LINHA-BOL-BENEF  TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE LINHA-BOL-AGCOD  TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE LINHA-BOL-DOC    TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE LINHA-BOL-NN     TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE LINHA-BOL-VALOR  TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE 2 TO WS-SALTO
           IF LK-PAR-MULTA = ZEROS AND LK-PAR-JUROS-DIA = ZEROS
              MOVE LINHA-BOL-INSTR-SEM TO WS-LINHA-BOL
           ELSE
              MOVE LINHA-BOL-INSTR  TO WS-LINHA-BOL
           END-IF
           PERFORM GRAVA-LINHA-BOL
           MOVE LINHA-BOL-PAGADOR TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE 1 TO WS-SALTO
           MOVE LINHA-BOL-END    TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE LINHA-BOL-CIDADE TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE LINHA-TRACO      TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE LINHA-BOL-FICHA  TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           MOVE 2 TO WS-SALTO
           MOVE LINHA-BOL-BARRAS TO WS-LINHA-BOL
           PERFORM GRAVA-LINHA-BOL
           .
       IMPRIME-BOLETO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-LINHA-BOL.
      *-------------------------------------------------------------*
           WRITE RELBOL-REL FROM WS-LINHA-BOL
                 AFTER ADVANCING WS-SALTO LINES
           IF COM-COPIA
              WRITE VENBOL-REG FROM WS-LINHA-BOL
           END-IF
           .
       GRAVA-LINHA-BOL-FIM.
           EXIT.

      *-------------------------------------------------------------*
       DEPOSITA-VENDEDOR.
      *-------------------------------------------------------------*
      *    Leva o arquivo de boletos de cada vendedor para a caixa
      *    de saida dele (PROG76/OUTMAN.ARQ).
           MOVE WS-TV-COD (WS-IDX) TO WS-VEN-COD-TXT
           MOVE SPACES             TO WS-ARQ-VENBOL
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'BOLETO_'                    DELIMITED BY SIZE
                  WS-VEN-COD-TXT               DELIMITED BY SIZE
                  '_'                          DELIMITED BY SIZE
                  WS-DATA-HOJE                 DELIMITED BY SIZE
                  '.TXT'                       DELIMITED BY SIZE
             INTO WS-ARQ-VENBOL
           END-STRING

           MOVE WS-TV-COD (WS-IDX) TO LK-OBX-CODV
           MOVE 'PROG136'          TO LK-OBX-PROGRAMA
           MOVE WS-ARQ-VENBOL      TO LK-OBX-ARQUIVO
           MOVE 'BOLETOS PARA ENTREGA'  TO LK-OBX-DESCRICAO
           CALL "PROG76" USING LK-OUTBOX END-CALL
           .
       DEPOSITA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EDITA-DATA.
      *-------------------------------------------------------------*
           MOVE WS-AMD-DIA TO WS-DMA-DIA
           MOVE WS-AMD-MES TO WS-DMA-MES
           MOVE WS-AMD-ANO TO WS-DMA-ANO
           .
       EDITA-DATA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FECHA-TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-LIDAS     TO TOT-LIDAS
           MOVE WS-QTD-BOLETOS   TO TOT-BOLETOS
           MOVE WS-QTD-VENCIDAS  TO TOT-VENCIDAS
           WRITE RELBOL-REL FROM LINHA-BRANCO AFTER ADVANCING PAGE
           WRITE RELBOL-REL FROM LINHA-TOTAIS AFTER ADVANCING 1 LINE

           IF WS-RETCODE = ZEROS AND WS-QTD-BOLETOS = ZEROS
              MOVE 04 TO WS-RETCODE
           END-IF

           DISPLAY 'EMISSAO DE BOLETOS - ' LINHA-TOTAIS
           IF WS-QTD-SEM-VEND NOT = ZEROS
              DISPLAY 'PROG136: ' WS-QTD-SEM-VEND
                      ' BOLETO(S) DE CLIENTE SEM VENDEDOR, SEM COPIA'
           END-IF
           .
       FECHA-TOTAIS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-CAMINHOS.
      *-------------------------------------------------------------*
      *    O diretorio dos arquivos de dados vem da variavel de
      *    ambiente COBOL_DATA_DIR (com a barra final incluida), para
      *    permitir apontar um ambiente de testes sem recompilar. Se
      *    a variavel nao estiver definida, mantem C:\COBOL\.
           ACCEPT WS-DIR-DADOS FROM ENVIRONMENT 'COBOL_DATA_DIR'
           IF WS-DIR-DADOS = SPACES
              MOVE 'C:\COBOL\' TO WS-DIR-DADOS
           END-IF

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'BOLETO.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-BOLETO
           END-STRING

      *    Os boletos vao para o SPOOL\ com nome datado (PROG35) e
      *    entram no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG136'      TO LK-SPL-PROGRAMA
           MOVE 'BOLETOS.TXT'  TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELBOL
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT FATURA
           IF FSF-NAO-EXISTE
              DISPLAY 'ARQUIVO FATURA NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN I-O BOLETO
           IF FSB-NAO-EXISTE
              OPEN OUTPUT BOLETO
              CLOSE BOLETO
              OPEN I-O BOLETO
           END-IF

           OPEN OUTPUT RELBOL
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ERRO-FILE-STATUS.
      *-------------------------------------------------------------*
           MOVE 'PROG136'                   TO LK-PRG
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE FATURA CLIENTES BOLETO RELBOL

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG136'      TO LK-SPL-PROGRAMA
           MOVE WS-PARM        TO LK-SPL-PARAMS
           MOVE WS-QTD-BOLETOS TO LK-SPL-QTDE
           MOVE WS-ARQ-RELBOL  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
