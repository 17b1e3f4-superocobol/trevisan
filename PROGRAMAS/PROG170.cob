      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG170 - Geração dos Pedidos Programados
      * Chamadas..: PROG41 - Leitura dos Parametros Gerais
      *             PROG40 - Alocacao do Proximo Codigo Livre
      *             PROG70 - Calendario de Dias Uteis
      *             PROG102 - Agregados de Pedidos (PEDSUM)
      *             PROG140 - Reserva de Estoque do Pedido
      *             PROG35 - Spool e Catalogo de Relatorios
      *             PROG76 - Deposito na Caixa de Saida do Vendedor
      *             PROG58 - Identificador de Execucao
      *             PROG173 - Confirmacao do Pedido ao Cliente
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Parametros: Linha de comando (opcional): data de
      *             processamento AAAAMMDD; em branco, hoje.
      * Observação: Gera em PEDIDOS.ARQ/PEDITEM.ARQ o pedido de cada
      *             programacao ativa de PEDREC.ARQ (PROG169) cuja
      *             proxima geracao, rolada para o dia util pelo
      *             PROG70 (feriado nacional ou da UF do cliente),
      *             ja chegou. Os itens de RECITEM.ARQ levam o preco
      *             vigente na data, como o PROG22: o do contrato do
      *             cliente (PROG164) ou o da tabela PRECO.ARQ;
      *             produto inativo ou sem preco fica fora do pedido.
      *             Valem as regras do pedido digitado: cliente
      *             ativo, vendedor atual do cliente, bloqueio por
      *             fatura vencida alem de PAR-DIAS-ATRASO e por
      *             limite de credito (CLI-LIMITE-CRED) - sem
      *             supervisor para liberar, o pedido bloqueado nao
      *             e' gerado e fica no relatorio para o vendedor
      *             digitar pelo PROG22 com a liberacao - e alcada
      *             de aprovacao (acima de PAR-VLR-APROVACAO entra
      *             pendente para o PROG98). Gerado ou nao, a
      *             proxima geracao avanca pela frequencia. Numero
      *             do pedido pelo PROG40, agregados pelo PROG102 e
      *             reserva de estoque pelo PROG140. O relatorio vai
      *             para o spool do PROG35 e cada vendedor recebe na
      *             caixa de saida (PROG76) a lista dos pedidos dos
      *             seus clientes, em PEDREC_nnnnn_AAAAMMDD.TXT.
      *             Roda sem tela, na cadeia noturna do PROG34.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhuma programacao a gerar na data
      *            12 = arquivo ausente ou data invalida
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Pedido gerado envia a confirmacao ao cliente
      *              (PROG173).
      *   2026 mnt - Pedido gerado grava PED-OPER-DIGIT (operador
      *              logado ou o nome do programa).
      *   2026 mnt - Pedido gerado nasce com PED-PEDIDO-CLI em
      *              branco (so o EDI do PROG197 o preenche).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG170.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT PEDREC ASSIGN TO WS-ARQ-PEDREC
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS SEQUENTIAL
              FILE STATUS          IS PRC-STAT
              RECORD KEY           IS PRC-KEY.

       SELECT RECITEM ASSIGN TO WS-ARQ-RECITEM
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS RCI-STAT
              RECORD KEY           IS RCI-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              RECORD KEY           IS CLI-KEY.

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
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS PED-STAT
              ALTERNATE RECORD KEY IS PED-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              RECORD KEY           IS PED-KEY.

       SELECT PEDITEM ASSIGN TO WS-ARQ-PEDITEM
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS ITE-STAT
              RECORD KEY           IS ITE-KEY.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT RELREC ASSIGN TO WS-ARQ-RELREC
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS REL-STAT.

       SELECT VENREC ASSIGN TO WS-ARQ-VENREC
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS VRC-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_PEDREC.

       COPY FD_RECITEM.

       COPY FD_CLIENTES.

       COPY FD_PRODUTO.

       COPY FD_PRECO.

       COPY FD_CONTRATO.

       COPY FD_CONTRITEM.

       COPY FD_PEDIDOS.

       COPY FD_PEDITEM.

       COPY FD_FATURA.

       FD RELREC
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELREC-REL.
          05 REL-IMP        PIC X(132).

       FD VENREC.

       01 VENREC-REG.
          05 VRC-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-PEDREC      PIC X(70) VALUE SPACES.
       77 WS-ARQ-RECITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRECO       PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONTRATO    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONTRITEM   PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDITEM     PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELREC      PIC X(90) VALUE SPACES.
       77 WS-ARQ-VENREC      PIC X(90) VALUE SPACES.

       77 PRC-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-FIM-REG    VALUE 10.
           88 FS-NAO-EXISTE VALUE 35.

       77 RCI-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
           88 FSI-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

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
           88 FSP-FIM-REG   VALUE 10.
           88 FSP-NAO-EXISTE VALUE 35.

       77 ITE-STAT          PIC 9(02).
           88 FSIT-OK       VALUE ZEROS.
           88 FSIT-NAO-EXISTE VALUE 35.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 VRC-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.

      *    Cadastros opcionais: sem PRECO.ARQ e sem contrato nenhum
      *    item tem preco; sem FATURA.ARQ a exposicao e' so de
      *    pedidos em aberto e nao ha atraso.
       77 WS-TEM-PRECO      PIC X(01) VALUE 'N'.
           88 TEM-PRECO     VALUE 'S'.
           88 SEM-PRECO     VALUE 'N'.

       77 WS-TEM-CONTRATO   PIC X(01) VALUE 'N'.
           88 TEM-CONTRATO  VALUE 'S'.
           88 SEM-CONTRATO  VALUE 'N'.

       77 WS-TEM-FATURA     PIC X(01) VALUE 'N'.
           88 TEM-FATURA    VALUE 'S'.
           88 SEM-FATURA    VALUE 'N'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-PROC      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-PROC-INT  PIC 9(08) VALUE ZEROS.
       77 WS-DATA-EFETIVA   PIC 9(08) VALUE ZEROS.

      *    Avanco da proxima geracao pela frequencia.
       01 WS-DATA-AVANCO    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AVANCO.
           05 WS-AVC-ANO    PIC 9(04).
           05 WS-AVC-MES    PIC 9(02).
           05 WS-AVC-DIA    PIC 9(02).

      *    Regras do pedido digitado (PARAM.ARQ).
       77 WS-DIAS-ATRASO-BLQ PIC 9(03) VALUE ZEROS.
       77 WS-VLR-APROVACAO  PIC 9(09)V99 VALUE ZEROS.

       77 WS-CONTRATO-PED   PIC 9(06) VALUE ZEROS.
       77 WS-PRECO-ITEM     PIC 9(07)V99 VALUE ZEROS.

      *    Itens com preco da programacao corrente.
       01 WS-TAB-ITEM.
           05 WS-TIT-ENT OCCURS 200 TIMES.
              10 WS-TIT-PROD      PIC 9(05).
              10 WS-TIT-QTDE      PIC 9(07)V99.
              10 WS-TIT-PRECO     PIC 9(07)V99.

       77 WS-QTD-ITENS      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-FORA       PIC 9(03) VALUE ZEROS.
       77 WS-IDX            PIC 9(04) VALUE ZEROS.
       77 WS-VALOR-PEDIDO   PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-ITEM       PIC 9(11)V99 VALUE ZEROS.

       77 WS-EXPOSICAO      PIC 9(11)V99 VALUE ZEROS.
       77 WS-DIAS-VENCIDO   PIC S9(05) VALUE ZEROS.
       77 WS-TEM-ATRASO     PIC X(01) VALUE 'N'.
           88 TEM-ATRASO    VALUE 'S'.
           88 SEM-ATRASO    VALUE 'N'.

       77 WS-NUM-PEDIDO     PIC 9(08) VALUE ZEROS.
       77 WS-SIT-PEDIDO     PIC X(01) VALUE 'A'.
       77 WS-TENTATIVA      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.

       77 WS-QTD-LIDAS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DEVIDAS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GERADOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PENDENTES  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-BLOQUEADOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-NAO-GERADOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ITEM-EST   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-VALOR      PIC 9(13)V99 VALUE ZEROS.

      *    Vendedores que receberam a lista nesta rodada: o arquivo
      *    de cada um e' criado na primeira linha e estendido nas
      *    seguintes; ao final todos vao para a caixa de saida.
       01 WS-TAB-VEND.
           05 WS-TV-COD     PIC 9(05) OCCURS 2000 TIMES.
       77 WS-QTD-VENDS      PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(04) VALUE ZEROS.
       77 WS-VEN-COD-TXT    PIC 9(05) VALUE ZEROS.
       77 WS-COPIA-VEND     PIC X(01) VALUE 'N'.
           88 COM-COPIA     VALUE 'S'.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

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
           05 FILLER        PIC X(060) VALUE
           'PEDIDOS PROGRAMADOS GERADOS'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'DATA...: '.
           05 CAB-DATA-PROC PIC X(10).

       01 LINHA-CAB2.
           05 FILLER        PIC X(011) VALUE 'CLIENTE SQ'.
           05 FILLER        PIC X(031) VALUE 'NOME'.
           05 FILLER        PIC X(006) VALUE 'VEND.'.
           05 FILLER        PIC X(009) VALUE 'PEDIDO'.
           05 FILLER        PIC X(015) VALUE '          VALOR'.
           05 FILLER        PIC X(006) VALUE ' ITENS'.
           05 FILLER        PIC X(030) VALUE '  OCORRENCIA'.

       01 LINHA-CAB3.
           05 FILLER        PIC X(011) VALUE '======= =='.
           05 FILLER        PIC X(031) VALUE '===='.
           05 FILLER        PIC X(006) VALUE '====='.
           05 FILLER        PIC X(009) VALUE '========'.
           05 FILLER        PIC X(015) VALUE '          ====='.
           05 FILLER        PIC X(006) VALUE ' ====='.
           05 FILLER        PIC X(030) VALUE '  =========='.

       01 LINHA-DET.
           05 DET-CODC      PIC 9(007).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-SEQ       PIC 9(002).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-NOME      PIC X(030).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-CODV      PIC ZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-PEDIDO    PIC ZZZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-ITENS     PIC ZZZZ9.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-OCORRENCIA PIC X(040).

       01 LINHA-VEN-CAB.
           05 FILLER        PIC X(045) VALUE
           'PEDIDOS PROGRAMADOS DOS SEUS CLIENTES - DATA '.
           05 VCB-DATA-PROC PIC X(010).

       01 LINHA-SEM-PROG.
           05 FILLER        PIC X(50) VALUE
           'NENHUMA PROGRAMACAO A GERAR NA DATA'.

       01 LINHA-TOT1.
           05 FILLER        PIC X(30) VALUE
              'PROGRAMACOES LIDAS..........: '.
           05 TOT-LIDAS     PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   NA DATA.......: '.
           05 TOT-DEVIDAS   PIC ZZZZZ9.

       01 LINHA-TOT2.
           05 FILLER        PIC X(30) VALUE
              'PEDIDOS GERADOS.............: '.
           05 TOT-GERADOS   PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   PENDENTES.....: '.
           05 TOT-PENDENTES PIC ZZZZZ9.

       01 LINHA-TOT3.
           05 FILLER        PIC X(30) VALUE
              'BLOQUEADOS (CREDITO/ATRASO).: '.
           05 TOT-BLOQUEADOS PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   NAO GERADOS...: '.
           05 TOT-NAO-GERADOS PIC ZZZZZ9.

       01 LINHA-TOT4.
           05 FILLER        PIC X(30) VALUE
              'VALOR DOS PEDIDOS GERADOS...: '.
           05 TOT-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT5.
           05 FILLER        PIC X(50) VALUE
           '*** TABELA DE ITENS CHEIA - DESPREZADOS: '.
           05 TOT-ITEM-EST  PIC ZZZZZ9.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_FILE_STATUS.

       COPY LK_IDEXEC.

       COPY LK_PARAM.

       COPY LK_SEQUENC.

       COPY LK_DIAUTIL.

       COPY LK_PEDSUM.

       COPY LK_RESERVA.

       COPY LK_SPOOL.

       COPY LK_OUTBOX.

       COPY LK_CONFPED.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           MOVE 'PROG170' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE
      *    Operador que dispara a rotina (PMENU); em lote sem
      *    operador logado o pedido fica com o nome do programa.
           ACCEPT WS-OPERADOR-EXEC FROM ENVIRONMENT 'COBOL_OPERADOR'
           IF WS-OPERADOR-EXEC = SPACES
              MOVE 'PROG170' TO WS-OPERADOR-EXEC
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-PROC

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              IF WS-PARM (1:8) IS NUMERIC
                 MOVE WS-PARM (1:8) TO WS-DATA-PROC
              ELSE
                 MOVE ZEROS TO WS-DATA-PROC
              END-IF
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-PROC) NOT = ZEROS
              DISPLAY 'PROG170: DATA INVALIDA ' WS-PARM (1:10)
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE WS-DIAS-PROC-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-PROC)

      *    Mesmos parametros do PROG22: atraso que bloqueia pedido
      *    novo e alcada de aprovacao.
           CALL "PROG41" USING LK-PARAM END-CALL
           MOVE LK-PAR-DIAS-ATRASO TO WS-DIAS-ATRASO-BLQ
           MOVE LK-PAR-VLR-APROV   TO WS-VLR-APROVACAO

           PERFORM ABRIR-ARQUIVO

           PERFORM IMP-CABEC

           PERFORM PROCESSA-PROGRAMACAO
              THRU PROCESSA-PROGRAMACAO-SAI UNTIL FS-FIM-REG

           IF WS-QTD-DEVIDAS = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG170: NENHUMA PROGRAMACAO A GERAR EM '
                      WS-DATA-PROC
              WRITE RELREC-REL FROM LINHA-SEM-PROG AFTER 1
           END-IF

           PERFORM DEPOSITA-VENDEDOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       PROCESSA-PROGRAMACAO.
      *-------------------------------------------------------------*
           READ PEDREC NEXT AT END
                GO TO PROCESSA-PROGRAMACAO-SAI
           END-READ

           ADD 1 TO WS-QTD-LIDAS

           IF NOT PRC-ATIVO
              GO TO PROCESSA-PROGRAMACAO-SAI
           END-IF

           IF PRC-DT-PROXIMA > WS-DATA-PROC
              GO TO PROCESSA-PROGRAMACAO-SAI
           END-IF

           MOVE PRC-CODC TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   MOVE SPACES TO CLIENTES-CLI
                   MOVE ZEROS  TO CLI-VEND
           END-READ

      *    Fim de semana e feriado (nacional ou da UF do cliente)
      *    rolam a geracao para o proximo dia util.
           MOVE 'P'            TO LK-DU-OPER
           MOVE PRC-DT-PROXIMA TO LK-DU-DATA
           MOVE CLI-UF         TO LK-DU-UF
           MOVE ZEROS          TO LK-DU-DIAS
           CALL "PROG70" USING LK-DIAUTIL END-CALL
           MOVE PRC-DT-PROXIMA TO WS-DATA-EFETIVA
           IF LK-DU-RET = '0'
              MOVE LK-DU-DATA-UTIL TO WS-DATA-EFETIVA
           END-IF
           IF WS-DATA-EFETIVA > WS-DATA-PROC
              GO TO PROCESSA-PROGRAMACAO-SAI
           END-IF

           ADD 1 TO WS-QTD-DEVIDAS
           MOVE ZEROS  TO WS-NUM-PEDIDO WS-VALOR-PEDIDO WS-QTD-ITENS
                          WS-QTD-FORA
           MOVE SPACES TO DET-OCORRENCIA

           PERFORM GERA-PEDIDO THRU GERA-PEDIDO-FIM

           PERFORM AVANCA-PROXIMA
              UNTIL PRC-DT-PROXIMA > WS-DATA-PROC
           MOVE WS-DATA-PROC  TO PRC-DT-ULTIMA
           MOVE WS-NUM-PEDIDO TO PRC-ULT-PEDIDO
           ACCEPT PRC-DT-ALTERACAO FROM DATE YYYYMMDD
           REWRITE PEDREC-PRC
               INVALID KEY
                   MOVE 'PROCESSA-PROGRAMACAO'            TO LK-PAR
                   MOVE 'REWRITE'                         TO LK-CMD
                   MOVE 'PEDREC'                          TO LK-ARQ
                   MOVE PRC-STAT                          TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-REWRITE

           PERFORM IMPRIME-DETALHE
           .
       PROCESSA-PROGRAMACAO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       GERA-PEDIDO.
      *-------------------------------------------------------------*
      *    Cliente lido em CLIENTES-CLI pelo PROCESSA-PROGRAMACAO.
           IF NOT CLI-ATIVO
              SET PRC-RES-CLIENTE TO TRUE
              MOVE 'CLIENTE INATIVO OU NAO CADASTRADO'
                   TO DET-OCORRENCIA
              ADD 1 TO WS-QTD-NAO-GERADOS
              GO TO GERA-PEDIDO-FIM
           END-IF

      *    Itens com o preco vigente na data.
           PERFORM ACHA-CONTRATO THRU ACHA-CONTRATO-FIM
           MOVE PRC-CODC TO RCI-CODC
           MOVE PRC-SEQ  TO RCI-SEQ
           MOVE ZEROS    TO RCI-PROD
           START RECITEM KEY NOT LESS THAN RCI-KEY
                 INVALID KEY
                    MOVE 10 TO RCI-STAT
           END-START
           PERFORM CARREGA-ITEM
              THRU CARREGA-ITEM-SAI UNTIL FSI-FIM-REG
           MOVE ZEROS TO RCI-STAT

           IF WS-QTD-ITENS = ZEROS
              SET PRC-RES-SEM-ITEM TO TRUE
              MOVE 'NENHUM ITEM ATIVO COM PRECO' TO DET-OCORRENCIA
              ADD 1 TO WS-QTD-NAO-GERADOS
              GO TO GERA-PEDIDO-FIM
           END-IF

      *    Sem supervisor na cadeia noturna: o bloqueio que no
      *    PROG22 pediria liberacao aqui impede a geracao.
           PERFORM VERIFICA-INADIMPLENCIA
              THRU VERIFICA-INADIMPLENCIA-FIM
           IF TEM-ATRASO
              SET PRC-RES-ATRASO TO TRUE
              MOVE 'BLOQUEADO - FATURA VENCIDA ALEM DO LIMITE'
                   TO DET-OCORRENCIA
              ADD 1 TO WS-QTD-BLOQUEADOS
              GO TO GERA-PEDIDO-FIM
           END-IF

           IF CLI-LIMITE-CRED NOT = ZEROS
              PERFORM CALCULA-EXPOSICAO THRU CALCULA-EXPOSICAO-FIM
              IF WS-EXPOSICAO + WS-VALOR-PEDIDO > CLI-LIMITE-CRED
                 SET PRC-RES-CREDITO TO TRUE
                 MOVE 'BLOQUEADO - LIMITE DE CREDITO EXCEDIDO'
                      TO DET-OCORRENCIA
                 ADD 1 TO WS-QTD-BLOQUEADOS
                 GO TO GERA-PEDIDO-FIM
              END-IF
           END-IF

      *    Alcada: acima do valor o pedido entra pendente (PROG98).
           MOVE 'A' TO WS-SIT-PEDIDO
           IF WS-VLR-APROVACAO NOT = ZEROS
              AND WS-VALOR-PEDIDO > WS-VLR-APROVACAO
              MOVE 'P' TO WS-SIT-PEDIDO
           END-IF

           MOVE ZEROS TO WS-TENTATIVA
           PERFORM GRAVA-PEDIDO
              THRU GRAVA-PEDIDO-FIM
              UNTIL WS-NUM-PEDIDO NOT = ZEROS OR WS-TENTATIVA = 10
           IF WS-NUM-PEDIDO = ZEROS
              SET PRC-RES-SEM-ITEM TO TRUE
              MOVE 'FALHA NA GRAVACAO DO PEDIDO' TO DET-OCORRENCIA
              ADD 1 TO WS-QTD-NAO-GERADOS
              MOVE 12 TO WS-RETCODE
              GO TO GERA-PEDIDO-FIM
           END-IF

           PERFORM GRAVA-ITEM
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-ITENS

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
           MOVE 'PROG170'     TO LK-CFP-PROGRAMA
           CALL "PROG173" USING LK-CONFPED END-CALL

           ADD 1               TO WS-QTD-GERADOS
           ADD WS-VALOR-PEDIDO TO WS-TOT-VALOR
           IF WS-SIT-PEDIDO = 'P'
              SET PRC-RES-PENDENTE TO TRUE
              ADD 1 TO WS-QTD-PENDENTES
              MOVE 'GERADO PENDENTE DE APROVACAO' TO DET-OCORRENCIA
           ELSE
              SET PRC-RES-GERADO TO TRUE
              MOVE 'GERADO EM ABERTO' TO DET-OCORRENCIA
           END-IF
           IF WS-QTD-FORA NOT = ZEROS
              MOVE ' - FORA:'       TO DET-OCORRENCIA (29:8)
              MOVE WS-QTD-FORA      TO DET-OCORRENCIA (38:3)
           END-IF
           .
       GERA-PEDIDO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CARREGA-ITEM.
      *-------------------------------------------------------------*
           READ RECITEM NEXT AT END
                GO TO CARREGA-ITEM-SAI
           END-READ

           IF RCI-CODC NOT = PRC-CODC OR RCI-SEQ NOT = PRC-SEQ
              MOVE 10 TO RCI-STAT
              GO TO CARREGA-ITEM-SAI
           END-IF

           MOVE RCI-PROD TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   ADD 1 TO WS-QTD-FORA
                   GO TO CARREGA-ITEM-SAI
           END-READ
           IF PRO-INATIVO
              ADD 1 TO WS-QTD-FORA
              GO TO CARREGA-ITEM-SAI
           END-IF

           PERFORM ACHA-PRECO THRU ACHA-PRECO-FIM
           IF WS-PRECO-ITEM = ZEROS
              ADD 1 TO WS-QTD-FORA
              GO TO CARREGA-ITEM-SAI
           END-IF

           IF WS-QTD-ITENS = 200
              ADD 1 TO WS-QTD-FORA
              ADD 1 TO WS-QTD-ITEM-EST
              GO TO CARREGA-ITEM-SAI
           END-IF

           ADD 1 TO WS-QTD-ITENS
           MOVE RCI-PROD      TO WS-TIT-PROD  (WS-QTD-ITENS)
           MOVE RCI-QTDE      TO WS-TIT-QTDE  (WS-QTD-ITENS)
           MOVE WS-PRECO-ITEM TO WS-TIT-PRECO (WS-QTD-ITENS)
           COMPUTE WS-VLR-ITEM ROUNDED = RCI-QTDE * WS-PRECO-ITEM
           ADD WS-VLR-ITEM TO WS-VALOR-PEDIDO
           .
       CARREGA-ITEM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-PRECO.
      *-------------------------------------------------------------*
      *    Preco do PROG22: o do contrato em vigor vale no lugar da
      *    tabela; sem ele, a tabela com a maior vigencia nao
      *    posterior a data de processamento.
           MOVE ZEROS TO WS-PRECO-ITEM

           IF WS-CONTRATO-PED NOT = ZEROS
              MOVE WS-CONTRATO-PED TO CTI-CONTRATO
              MOVE RCI-PROD        TO CTI-PROD
              READ CONTRITEM
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE CTI-PRECO TO WS-PRECO-ITEM
              END-READ
           END-IF

           IF WS-PRECO-ITEM NOT = ZEROS OR SEM-PRECO
              GO TO ACHA-PRECO-FIM
           END-IF

           MOVE RCI-PROD TO PRE-PROD
           MOVE ZEROS    TO PRE-DT-VIGENCIA
           START PRECO KEY NOT LESS THAN PRE-KEY
                 INVALID KEY
                    MOVE 10 TO PRE-STAT
           END-START
           PERFORM OLHA-UM-PRECO
              THRU OLHA-UM-PRECO-SAI UNTIL FSPE-FIM-REG
           MOVE ZEROS TO PRE-STAT
           .
       ACHA-PRECO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       OLHA-UM-PRECO.
      *-------------------------------------------------------------*
           READ PRECO NEXT AT END
                GO TO OLHA-UM-PRECO-SAI
           END-READ

           IF PRE-PROD NOT = RCI-PROD
              MOVE 10 TO PRE-STAT
              GO TO OLHA-UM-PRECO-SAI
           END-IF

           IF PRE-DT-VIGENCIA > WS-DATA-PROC
              MOVE 10 TO PRE-STAT
              GO TO OLHA-UM-PRECO-SAI
           END-IF

           MOVE PRE-VALOR TO WS-PRECO-ITEM
           .
       OLHA-UM-PRECO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-CONTRATO.
      *-------------------------------------------------------------*
      *    Contrato ativo do cliente com vigencia na data. O PROG164
      *    nao deixa dois ativos sobrepostos.
           MOVE ZEROS TO WS-CONTRATO-PED
           IF SEM-CONTRATO
              GO TO ACHA-CONTRATO-FIM
           END-IF

           MOVE PRC-CODC TO CTR-CODC
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

      *-------------------------------------------------------------*
       OLHA-UM-CONTRATO.
      *-------------------------------------------------------------*
           READ CONTRATO NEXT AT END
                GO TO OLHA-UM-CONTRATO-SAI
           END-READ

           IF CTR-CODC NOT = PRC-CODC
              MOVE 10 TO CTR-STAT
              GO TO OLHA-UM-CONTRATO-SAI
           END-IF

           IF CTR-ATIVO
              AND WS-DATA-PROC NOT < CTR-DT-INICIO
              AND WS-DATA-PROC NOT > CTR-DT-FIM
              MOVE CTR-NUMERO TO WS-CONTRATO-PED
           END-IF
           .
       OLHA-UM-CONTRATO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       VERIFICA-INADIMPLENCIA.
      *-------------------------------------------------------------*
      *    Mesma regra do PROG22: fatura em aberto vencida ha mais
      *    que PAR-DIAS-ATRASO dias (ZEROS = sem bloqueio).
           SET SEM-ATRASO TO TRUE
           IF WS-DIAS-ATRASO-BLQ = ZEROS OR SEM-FATURA
              GO TO VERIFICA-INADIMPLENCIA-FIM
           END-IF

           MOVE PRC-CODC TO FAT-CODC
           START FATURA KEY NOT LESS THAN FAT-CODC
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM OLHA-FATURA-VENCIDA
              THRU OLHA-FATURA-VENCIDA-FIM UNTIL FSF-FIM-REG
           MOVE ZEROS TO FAT-STAT
           .
       VERIFICA-INADIMPLENCIA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       OLHA-FATURA-VENCIDA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO OLHA-FATURA-VENCIDA-FIM
           END-READ

           IF FAT-CODC NOT = PRC-CODC
              MOVE 10 TO FAT-STAT
              GO TO OLHA-FATURA-VENCIDA-FIM
           END-IF

           IF NOT FAT-ABERTA
              GO TO OLHA-FATURA-VENCIDA-FIM
           END-IF

           COMPUTE WS-DIAS-VENCIDO = WS-DIAS-PROC-INT -
                   FUNCTION INTEGER-OF-DATE (FAT-VENCTO)
           IF WS-DIAS-VENCIDO > WS-DIAS-ATRASO-BLQ
              SET TEM-ATRASO TO TRUE
              MOVE 10 TO FAT-STAT
           END-IF
           .
       OLHA-FATURA-VENCIDA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-EXPOSICAO.
      *-------------------------------------------------------------*
      *    Exposicao do PROG22: pedidos em aberto mais o saldo das
      *    faturas em aberto do cliente.
           MOVE ZEROS TO WS-EXPOSICAO

           MOVE PRC-CODC TO PED-CODC
           START PEDIDOS KEY NOT LESS THAN PED-CODC
                 INVALID KEY
                    MOVE 10 TO PED-STAT
           END-START
           PERFORM SOMA-PEDIDO-ABERTO
              THRU SOMA-PEDIDO-ABERTO-FIM UNTIL FSP-FIM-REG
           MOVE ZEROS TO PED-STAT

           IF SEM-FATURA
              GO TO CALCULA-EXPOSICAO-FIM
           END-IF
           MOVE PRC-CODC TO FAT-CODC
           START FATURA KEY NOT LESS THAN FAT-CODC
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM SOMA-FATURA-ABERTA
              THRU SOMA-FATURA-ABERTA-FIM UNTIL FSF-FIM-REG
           MOVE ZEROS TO FAT-STAT
           .
       CALCULA-EXPOSICAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-PEDIDO-ABERTO.
      *-------------------------------------------------------------*
           READ PEDIDOS NEXT AT END
                GO TO SOMA-PEDIDO-ABERTO-FIM
           END-READ

           IF PED-CODC NOT = PRC-CODC
              MOVE 10 TO PED-STAT
              GO TO SOMA-PEDIDO-ABERTO-FIM
           END-IF

           IF PED-ABERTO
              ADD PED-VALOR TO WS-EXPOSICAO
           END-IF
           .
       SOMA-PEDIDO-ABERTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-FATURA-ABERTA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO SOMA-FATURA-ABERTA-FIM
           END-READ

           IF FAT-CODC NOT = PRC-CODC
              MOVE 10 TO FAT-STAT
              GO TO SOMA-FATURA-ABERTA-FIM
           END-IF

           IF FAT-ABERTA
              COMPUTE WS-EXPOSICAO =
                      WS-EXPOSICAO + FAT-VALOR - FAT-VALOR-PAGO
           END-IF
           .
       SOMA-FATURA-ABERTA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-PEDIDO.
      *-------------------------------------------------------------*
      *    Numero novo pelo PROG40 (tipo 'P'); numero ja digitado no
      *    PROG22 da chave duplicada e tenta o seguinte.
           ADD 1 TO WS-TENTATIVA
           SET LK-SEQ-PEDIDO TO TRUE
           CALL "PROG40" USING LK-SEQUENCIA END-CALL
           IF NOT LK-SEQ-OK
              MOVE 10 TO WS-TENTATIVA
              GO TO GRAVA-PEDIDO-FIM
           END-IF

      *    Registro inteiro inicializado, como o INCLUI do PROG22.
           MOVE ZEROS           TO PEDIDOS-PED
           MOVE SPACES          TO PED-MOT-CANC PED-OBS-CANC
                                   PED-SIT-CONTAB PED-CAMPANHA
                                   PED-COND-PAGTO PED-OPER-APROV
                                   PED-PEDIDO-CLI
           MOVE WS-OPERADOR-EXEC TO PED-OPER-DIGIT
           MOVE LK-SEQ-NUMERO   TO PED-NUMERO
           MOVE PRC-CODC        TO PED-CODC
           MOVE CLI-VEND        TO PED-CODV
           MOVE WS-DATA-PROC    TO PED-DATA
           MOVE WS-VALOR-PEDIDO TO PED-VALOR
           MOVE WS-SIT-PEDIDO   TO PED-SITUACAO
           WRITE PEDIDOS-PED
                 INVALID KEY
                    GO TO GRAVA-PEDIDO-FIM
           END-WRITE

           MOVE PED-NUMERO TO WS-NUM-PEDIDO
           .
       GRAVA-PEDIDO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-ITEM.
      *-------------------------------------------------------------*
           MOVE ZEROS                  TO PEDITEM-ITE
           MOVE WS-NUM-PEDIDO          TO ITE-PEDIDO
           MOVE WS-IDX                 TO ITE-SEQ
           MOVE WS-TIT-PROD  (WS-IDX)  TO ITE-PROD
           MOVE WS-TIT-QTDE  (WS-IDX)  TO ITE-QTDE
           MOVE WS-TIT-PRECO (WS-IDX)  TO ITE-PRECO
           MOVE 'N'                    TO ITE-ABAIXO-TAB
                                          ITE-RESERVADO
      *    Custo do item so e' congelado no faturamento (PROG64).
           MOVE ZEROS                  TO ITE-CUSTO ITE-DEPOSITO
           WRITE PEDITEM-ITE
                 INVALID KEY
                   MOVE 'GRAVA-ITEM'                      TO LK-PAR
                   MOVE 'WRITE'                           TO LK-CMD
                   MOVE 'PEDITEM'                         TO LK-ARQ
                   MOVE ITE-STAT                          TO LK-STA
                   PERFORM ERRO-FILE-STATUS
           END-WRITE
           .
       GRAVA-ITEM-FIM.
           EXIT.

      *-------------------------------------------------------------*
       AVANCA-PROXIMA.
      *-------------------------------------------------------------*
      *    A cadencia segue a data programada, nao a rolada para o
      *    dia util; atrasos (cadeia parada) geram um pedido so.
           MOVE PRC-DT-PROXIMA TO WS-DATA-AVANCO
           EVALUATE TRUE
               WHEN PRC-SEMANAL
                    COMPUTE WS-DATA-AVANCO = FUNCTION DATE-OF-INTEGER
                            (FUNCTION INTEGER-OF-DATE (WS-DATA-AVANCO)
                             + 7)
               WHEN PRC-QUINZENAL
                    COMPUTE WS-DATA-AVANCO = FUNCTION DATE-OF-INTEGER
                            (FUNCTION INTEGER-OF-DATE (WS-DATA-AVANCO)
                             + 14)
               WHEN OTHER
                    IF WS-AVC-MES = 12
                       MOVE 01 TO WS-AVC-MES
                       ADD 1   TO WS-AVC-ANO
                    ELSE
                       ADD 1   TO WS-AVC-MES
                    END-IF
                    IF WS-AVC-DIA > 28
                       MOVE 28 TO WS-AVC-DIA
                    END-IF
           END-EVALUATE
           MOVE WS-DATA-AVANCO TO PRC-DT-PROXIMA
           .
       AVANCA-PROXIMA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-DETALHE.
      *-------------------------------------------------------------*
           MOVE PRC-CODC        TO DET-CODC
           MOVE PRC-SEQ         TO DET-SEQ
           MOVE CLI-NOME        TO DET-NOME
           MOVE CLI-VEND        TO DET-CODV
           MOVE WS-NUM-PEDIDO   TO DET-PEDIDO
           MOVE WS-VALOR-PEDIDO TO DET-VALOR
           MOVE WS-QTD-ITENS    TO DET-ITENS
           WRITE RELREC-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE

      *    A mesma linha vai para a lista do vendedor do cliente.
           IF CLI-VEND = ZEROS
              GO TO IMPRIME-DETALHE-FIM
           END-IF
           MOVE 'N' TO WS-COPIA-VEND
           PERFORM ABRE-LISTA-VENDEDOR THRU ABRE-LISTA-VENDEDOR-FIM
           IF COM-COPIA
              WRITE VENREC-REG FROM LINHA-DET
              CLOSE VENREC
           END-IF
           .
       IMPRIME-DETALHE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRE-LISTA-VENDEDOR.
      *-------------------------------------------------------------*
      *    Arquivo do vendedor: PEDREC_nnnnn_AAAAMMDD.TXT, criado na
      *    primeira linha da rodada (com o cabecalho) e estendido
      *    nas seguintes.
           MOVE CLI-VEND TO WS-VEN-COD-TXT
           PERFORM MONTA-NOME-LISTA

           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-VENDEDOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS
                  OR WS-IDX-ACHOU NOT = ZEROS

           IF WS-IDX-ACHOU = ZEROS
              IF WS-QTD-VENDS = 2000
                 GO TO ABRE-LISTA-VENDEDOR-FIM
              END-IF
              ADD 1 TO WS-QTD-VENDS
              MOVE CLI-VEND TO WS-TV-COD (WS-QTD-VENDS)
              OPEN OUTPUT VENREC
              IF FSV-OK
                 WRITE VENREC-REG FROM LINHA-VEN-CAB
                 WRITE VENREC-REG FROM LINHA-BRANCO
                 WRITE VENREC-REG FROM LINHA-CAB2
                 WRITE VENREC-REG FROM LINHA-CAB3
              END-IF
           ELSE
              OPEN EXTEND VENREC
           END-IF

           IF FSV-OK
              SET COM-COPIA TO TRUE
           END-IF
           .
       ABRE-LISTA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-VENDEDOR.
      *-------------------------------------------------------------*
           IF WS-TV-COD (WS-IDX) = CLI-VEND
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-NOME-LISTA.
      *-------------------------------------------------------------*
           MOVE SPACES TO WS-ARQ-VENREC
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDREC_'                    DELIMITED BY SIZE
                  WS-VEN-COD-TXT               DELIMITED BY SIZE
                  '_'                          DELIMITED BY SIZE
                  WS-DATA-PROC                 DELIMITED BY SIZE
                  '.TXT'                       DELIMITED BY SIZE
             INTO WS-ARQ-VENREC
           END-STRING
           .
       MONTA-NOME-LISTA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       DEPOSITA-VENDEDOR.
      *-------------------------------------------------------------*
      *    Leva a lista de cada vendedor para a caixa de saida dele
      *    (PROG76/OUTMAN.ARQ).
           MOVE WS-TV-COD (WS-IDX) TO WS-VEN-COD-TXT
           PERFORM MONTA-NOME-LISTA

           MOVE WS-TV-COD (WS-IDX) TO LK-OBX-CODV
           MOVE 'PROG170'          TO LK-OBX-PROGRAMA
           MOVE WS-ARQ-VENREC      TO LK-OBX-ARQUIVO
           MOVE 'PEDIDOS PROGRAMADOS GERADOS' TO LK-OBX-DESCRICAO
           CALL "PROG76" USING LK-OUTBOX END-CALL
           .
       DEPOSITA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01             TO WS-CTPAG
           MOVE WS-CTPAG       TO PAG-REL
           MOVE WS-DATA-PROC   TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA    TO CAB-DATA-PROC VCB-DATA-PROC
           WRITE RELREC-REL  FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELREC-REL  FROM LINHA-CAB1 AFTER 1
           WRITE RELREC-REL  FROM LINHA-BRANCO AFTER 1
           WRITE RELREC-REL  FROM LINHA-CAB2 AFTER 1
           WRITE RELREC-REL  FROM LINHA-CAB3 AFTER 1
           .
       IMP-CABEC-FIM.
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
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-LIDAS       TO TOT-LIDAS
           MOVE WS-QTD-DEVIDAS     TO TOT-DEVIDAS
           MOVE WS-QTD-GERADOS     TO TOT-GERADOS
           MOVE WS-QTD-PENDENTES   TO TOT-PENDENTES
           MOVE WS-QTD-BLOQUEADOS  TO TOT-BLOQUEADOS
           MOVE WS-QTD-NAO-GERADOS TO TOT-NAO-GERADOS
           MOVE WS-TOT-VALOR       TO TOT-VALOR

           WRITE RELREC-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELREC-REL FROM LINHA-TOT1 AFTER 1
           WRITE RELREC-REL FROM LINHA-TOT2 AFTER 1
           WRITE RELREC-REL FROM LINHA-TOT3 AFTER 1
           WRITE RELREC-REL FROM LINHA-TOT4 AFTER 1
           IF WS-QTD-ITEM-EST NOT = ZEROS
              MOVE WS-QTD-ITEM-EST TO TOT-ITEM-EST
              WRITE RELREC-REL FROM LINHA-TOT5 AFTER 1
           END-IF

           DISPLAY 'PEDIDOS PROGRAMADOS - ' LINHA-TOT2
           DISPLAY 'PEDIDOS PROGRAMADOS - ' LINHA-TOT3
           .
       TOTAIS-FIM.
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
                  'PEDREC.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-PEDREC
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'RECITEM.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-RECITEM
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
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

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG170'      TO LK-SPL-PROGRAMA
           MOVE 'REL-PEDREC.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELREC
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN I-O PEDREC
           IF FS-NAO-EXISTE
              DISPLAY 'ARQUIVO PEDREC NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT RECITEM
           IF FSI-NAO-EXISTE
              DISPLAY 'ARQUIVO RECITEM NAO ENCONTRADO'
              CLOSE PEDREC
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
              CLOSE PEDREC RECITEM
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              DISPLAY 'ARQUIVO PRODUTO NAO ENCONTRADO'
              CLOSE PEDREC RECITEM CLIENTES
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           OPEN I-O PEDIDOS
           IF FSP-NAO-EXISTE
              OPEN OUTPUT PEDIDOS
              CLOSE PEDIDOS
              OPEN I-O PEDIDOS
           END-IF

           OPEN I-O PEDITEM
           IF FSIT-NAO-EXISTE
              OPEN OUTPUT PEDITEM
              CLOSE PEDITEM
              OPEN I-O PEDITEM
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

           SET TEM-FATURA TO TRUE
           OPEN INPUT FATURA
           IF FSF-NAO-EXISTE
              SET SEM-FATURA TO TRUE
           END-IF

           OPEN OUTPUT RELREC
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE PEDREC RECITEM CLIENTES PRODUTO PEDIDOS PEDITEM
                 RELREC
           IF TEM-PRECO
              CLOSE PRECO
           END-IF
           IF TEM-CONTRATO
              CLOSE CONTRATO CONTRITEM
           END-IF
           IF TEM-FATURA
              CLOSE FATURA
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG170'      TO LK-SPL-PROGRAMA
           MOVE WS-PARM        TO LK-SPL-PARAMS
           MOVE WS-QTD-GERADOS TO LK-SPL-QTDE
           MOVE WS-ARQ-RELREC  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.

      *-------------------------------------------------------------*
       ERRO-FILE-STATUS.
      *-------------------------------------------------------------*
           MOVE 'PROG170'                   TO LK-PRG
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.
