      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG172 - Extrato da Verba de Desconto
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      * Parametros: Linha de comando (opcional): AAAAMM[;VENDEDOR]
      *             - competencia do extrato (em branco, o mes
      *             corrente) e, opcionalmente, um vendedor so.
      * Observação: Extrato mensal da verba de desconto dos vendedores
      *             (FLEXVEN.ARQ/FLEXMOV.ARQ, mantidos pelo PROG171):
      *             uma pagina por vendedor com o saldo anterior,
      *             cada lancamento do mes (pedido, item, produto e o
      *             valor - positivo quando vendido acima da tabela,
      *             negativo abaixo), os estornos de pedidos
      *             cancelados, o total de creditos e debitos, o
      *             saldo e, se a competencia ja foi fechada pelo
      *             PROG67, o valor transportado para a seguinte.
      *             Roda sem tela, na cadeia do PROG34; o relatorio
      *             vai para o spool do PROG35.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum vendedor com verba na competencia
      *            12 = arquivo ausente ou parametro invalido
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG172.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT FLEXVEN ASSIGN TO WS-ARQ-FLEXVEN
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FLX-STAT
              RECORD KEY   IS FLX-KEY.

       SELECT FLEXMOV ASSIGN TO WS-ARQ-FLEXMOV
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS FLM-STAT
              ALTERNATE RECORD KEY IS FLM-PEDIDO WITH DUPLICATES
              RECORD KEY           IS FLM-KEY.

       SELECT VENDEDOR ASSIGN TO WS-ARQ-VENDEDOR
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS RANDOM
              FILE STATUS          IS VEN-STAT
              ALTERNATE RECORD KEY IS VEN-COD
              ALTERNATE RECORD KEY IS VEN-NOME  WITH DUPLICATES
              RECORD KEY           IS VEN-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       SELECT RELFLX ASSIGN TO WS-ARQ-RELFLX
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_FLEXVEN.

       COPY FD_FLEXMOV.

       COPY FD_VENDEDOR.

       COPY FD_PRODUTO.

       FD RELFLX
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELFLX-REL.
          05 REL-IMP        PIC X(100).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-FLEXVEN     PIC X(70) VALUE SPACES.
       77 WS-ARQ-FLEXMOV     PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELFLX      PIC X(90) VALUE SPACES.

       77 FLX-STAT          PIC 9(02).
           88 FSX-OK        VALUE ZEROS.
           88 FSX-FIM-REG   VALUE 10.
           88 FSX-NAO-EXISTE VALUE 35.

       77 FLM-STAT          PIC 9(02).
           88 FSM-OK        VALUE ZEROS.
           88 FSM-FIM-REG   VALUE 10.
           88 FSM-NAO-EXISTE VALUE 35.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 WS-TEM-FLEXMOV    PIC X(01) VALUE 'N'.
           88 TEM-FLEXMOV   VALUE 'S'.
           88 SEM-FLEXMOV   VALUE 'N'.

       77 WS-TEM-VENDEDOR   PIC X(01) VALUE 'N'.
           88 TEM-VENDEDOR  VALUE 'S'.
           88 SEM-VENDEDOR  VALUE 'N'.

       77 WS-TEM-PRODUTO    PIC X(01) VALUE 'N'.
           88 TEM-PRODUTO   VALUE 'S'.
           88 SEM-PRODUTO   VALUE 'N'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-PARM-MES       PIC X(06) VALUE SPACES.
       77 WS-PARM-VEND      PIC X(05) VALUE SPACES.
       77 WS-QTD-VEND-DIG   PIC 9(02) VALUE ZEROS.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INI-MES   PIC 9(08) VALUE ZEROS.
       77 WS-ANOMES         PIC 9(06) VALUE ZEROS.
      *    Vendedor pedido na linha de comando; ZEROS = todos.
       77 WS-CODV-FILTRO    PIC 9(05) VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-QTD-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LISTADOS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MOVTOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-NEGATIVOS  PIC 9(06) VALUE ZEROS.
       77 WS-TOT-CREDITOS   PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-DEBITOS    PIC 9(13)V99 VALUE ZEROS.
       77 WS-TOT-SALDO      PIC S9(13)V99 VALUE ZEROS.

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
           'EXTRATO DA VERBA DE DESCONTO DO VENDEDOR'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'DATA...: '.
           05 CAB-DATA-HOJE PIC X(10).
           05 FILLER        PIC X(17) VALUE '   COMPETENCIA: '.
           05 CAB-MES       PIC 99.
           05 FILLER        PIC X(01) VALUE '/'.
           05 CAB-ANO       PIC 9(04).

       01 LINHA-VEN.
           05 FILLER        PIC X(09) VALUE 'VENDEDOR '.
           05 LVE-CODV      PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LVE-NOME      PIC X(40).
           05 FILLER        PIC X(13) VALUE '  SITUACAO: '.
           05 LVE-SITUACAO  PIC X(20).

       01 LINHA-SALDO-ANT.
           05 FILLER        PIC X(47) VALUE
              'SALDO ANTERIOR (TRANSPORTADO).................:'.
           05 FILLER        PIC X(15) VALUE SPACES.
           05 LSA-VALOR     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TIT-MOV.
           05 FILLER        PIC X(11) VALUE 'DATA'.
           05 FILLER        PIC X(09) VALUE 'PEDIDO'.
           05 FILLER        PIC X(05) VALUE 'ITEM'.
           05 FILLER        PIC X(37) VALUE 'PROD. DESCRICAO'.
           05 FILLER        PIC X(12) VALUE 'TIPO'.
           05 FILLER        PIC X(14) VALUE '         VALOR'.

       01 LINHA-MOV.
           05 LMV-DATA      PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LMV-PEDIDO    PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LMV-ITEM      PIC ZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LMV-PROD      PIC 9(05).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LMV-DESC      PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LMV-TIPO      PIC X(10).
           05 LMV-VALOR     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LMV-OBS       PIC X(11).

       01 LINHA-SEM-MOV.
           05 FILLER        PIC X(40) VALUE
           'NENHUM MOVIMENTO NA COMPETENCIA'.

       01 LINHA-RESUMO1.
           05 FILLER        PIC X(15) VALUE 'CREDITOS......:'.
           05 LR1-CREDITOS  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(15) VALUE '   DEBITOS...:'.
           05 LR1-DEBITOS   PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-RESUMO2.
           05 FILLER        PIC X(15) VALUE 'SALDO.........:'.
           05 LR2-SALDO     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LR2-OBS       PIC X(60).

       01 LINHA-TRANSP.
           05 FILLER        PIC X(15) VALUE 'FECHADA EM....:'.
           05 LTR-DATA      PIC X(10).
           05 FILLER        PIC X(26) VALUE
              '   TRANSPORTADO P/ MES..:'.
           05 LTR-VALOR     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT1.
           05 FILLER        PIC X(30) VALUE
              'VENDEDORES COM VERBA........: '.
           05 TOT-LISTADOS  PIC ZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   MOVIMENTOS....: '.
           05 TOT-MOVTOS    PIC ZZZZZ9.

       01 LINHA-TOT2.
           05 FILLER        PIC X(30) VALUE
              'CREDITOS DO MES.............: '.
           05 TOT-CREDITOS  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(15) VALUE '   DEBITOS...: '.
           05 TOT-DEBITOS   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT3.
           05 FILLER        PIC X(30) VALUE
              'SALDO TOTAL DAS VERBAS......: '.
           05 TOT-SALDO     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(20) VALUE
              '   NEGATIVOS.....: '.
           05 TOT-NEGATIVOS PIC ZZZZZ9.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_SPOOL.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE (1:6) TO WS-ANOMES

      *    AAAAMM[;VENDEDOR]: o vendedor pode vir sem zeros a
      *    esquerda.
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              UNSTRING WS-PARM DELIMITED BY ';'
                  INTO WS-PARM-MES
                       WS-PARM-VEND COUNT IN WS-QTD-VEND-DIG
              END-UNSTRING
              IF WS-PARM-MES NOT = SPACES
                 IF WS-PARM-MES IS NUMERIC
                    MOVE WS-PARM-MES TO WS-ANOMES
                 ELSE
                    MOVE ZEROS TO WS-ANOMES
                 END-IF
              END-IF
              IF WS-QTD-VEND-DIG > 5
                 MOVE ZEROS TO WS-ANOMES
              END-IF
              IF WS-QTD-VEND-DIG > ZEROS AND WS-QTD-VEND-DIG < 6
                 IF WS-PARM-VEND (1:WS-QTD-VEND-DIG) IS NUMERIC
                    MOVE WS-PARM-VEND (1:WS-QTD-VEND-DIG)
                      TO WS-CODV-FILTRO
                 ELSE
                    MOVE ZEROS TO WS-ANOMES
                 END-IF
              END-IF
           END-IF

           COMPUTE WS-DATA-INI-MES = WS-ANOMES * 100 + 1
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-INI-MES) NOT = ZEROS
              OR WS-DATA-INI-MES > WS-DATA-HOJE
              DISPLAY 'PROG172: PARAMETRO INVALIDO ' WS-PARM (1:15)
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ABRIR-ARQUIVO

           MOVE WS-CODV-FILTRO TO FLX-CODV
           MOVE ZEROS          TO FLX-ANOMES
           START FLEXVEN KEY NOT LESS THAN FLX-KEY
                 INVALID KEY
                    MOVE 10 TO FLX-STAT
           END-START

           PERFORM PROCESSA-VERBA
              THRU PROCESSA-VERBA-SAI UNTIL FSX-FIM-REG

           IF WS-QTD-LISTADOS = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG172: NENHUMA VERBA DE DESCONTO EM '
                      WS-ANOMES
              PERFORM IMP-CABEC
           END-IF

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       PROCESSA-VERBA.
      *-------------------------------------------------------------*
           READ FLEXVEN NEXT AT END
                GO TO PROCESSA-VERBA-SAI
           END-READ

           IF WS-CODV-FILTRO NOT = ZEROS
              AND FLX-CODV NOT = WS-CODV-FILTRO
              MOVE 10 TO FLX-STAT
              GO TO PROCESSA-VERBA-SAI
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           IF FLX-ANOMES NOT = WS-ANOMES
              GO TO PROCESSA-VERBA-SAI
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           ADD FLX-CREDITOS TO WS-TOT-CREDITOS
           ADD FLX-DEBITOS  TO WS-TOT-DEBITOS
           ADD FLX-SALDO    TO WS-TOT-SALDO
           IF FLX-SALDO < ZEROS
              ADD 1 TO WS-QTD-NEGATIVOS
           END-IF

           PERFORM IMP-CABEC
           PERFORM IMPRIME-VENDEDOR

           MOVE FLX-SALDO-ANT TO LSA-VALOR
           WRITE RELFLX-REL FROM LINHA-SALDO-ANT AFTER ADVANCING 1
           WRITE RELFLX-REL FROM LINHA-BRANCO    AFTER ADVANCING 1
           WRITE RELFLX-REL FROM LINHA-TIT-MOV   AFTER ADVANCING 1

           IF TEM-FLEXMOV AND FLX-QTD-MOV > ZEROS
              MOVE FLX-CODV   TO FLM-CODV
              MOVE FLX-ANOMES TO FLM-ANOMES
              MOVE ZEROS      TO FLM-SEQ
              START FLEXMOV KEY NOT LESS THAN FLM-KEY
                    INVALID KEY
                       MOVE 10 TO FLM-STAT
              END-START
              PERFORM IMPRIME-MOVIMENTO
                 THRU IMPRIME-MOVIMENTO-SAI UNTIL FSM-FIM-REG
              MOVE ZEROS TO FLM-STAT
           ELSE
              WRITE RELFLX-REL FROM LINHA-SEM-MOV AFTER ADVANCING 1
           END-IF

           PERFORM IMPRIME-RESUMO
           .
       PROCESSA-VERBA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-VENDEDOR.
      *-------------------------------------------------------------*
           MOVE FLX-CODV TO LVE-CODV
           MOVE '*** VENDEDOR NAO CADASTRADO ***' TO LVE-NOME
           IF TEM-VENDEDOR
              MOVE FLX-CODV TO VEN-COD
              READ VENDEDOR KEY IS VEN-COD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE VEN-NOME TO LVE-NOME
              END-READ
           END-IF
           IF FLX-FECHADA
              MOVE 'COMPETENCIA FECHADA' TO LVE-SITUACAO
           ELSE
              MOVE 'COMPETENCIA ABERTA'  TO LVE-SITUACAO
           END-IF
           WRITE RELFLX-REL FROM LINHA-VEN    AFTER ADVANCING 1
           WRITE RELFLX-REL FROM LINHA-BRANCO AFTER ADVANCING 1
           .
       IMPRIME-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-MOVIMENTO.
      *-------------------------------------------------------------*
           READ FLEXMOV NEXT AT END
                GO TO IMPRIME-MOVIMENTO-SAI
           END-READ

           IF FLM-CODV NOT = FLX-CODV OR FLM-ANOMES NOT = FLX-ANOMES
              MOVE 10 TO FLM-STAT
              GO TO IMPRIME-MOVIMENTO-SAI
           END-IF

           ADD 1 TO WS-QTD-MOVTOS
           MOVE FLM-DATA   TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA TO LMV-DATA
           MOVE FLM-PEDIDO TO LMV-PEDIDO
           MOVE FLM-ITEM   TO LMV-ITEM
           MOVE FLM-PROD   TO LMV-PROD
           MOVE '*** PRODUTO NAO CADASTRADO ***' TO LMV-DESC
           IF TEM-PRODUTO
              MOVE FLM-PROD TO PRO-COD
              READ PRODUTO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PRO-DESCRICAO TO LMV-DESC
              END-READ
           END-IF
           IF FLM-ESTORNO
              MOVE 'ESTORNO'    TO LMV-TIPO
           ELSE
              MOVE 'LANCAMENTO' TO LMV-TIPO
           END-IF
           MOVE FLM-VALOR  TO LMV-VALOR
           MOVE SPACES     TO LMV-OBS
           IF FLM-JA-ESTORNADO
              MOVE '(ESTORNADO)' TO LMV-OBS
           END-IF
           WRITE RELFLX-REL FROM LINHA-MOV AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
                  PERFORM IMPRIME-VENDEDOR
                  WRITE RELFLX-REL FROM LINHA-TIT-MOV
                        AFTER ADVANCING 1
           END-WRITE
           .
       IMPRIME-MOVIMENTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-RESUMO.
      *-------------------------------------------------------------*
           MOVE FLX-CREDITOS TO LR1-CREDITOS
           MOVE FLX-DEBITOS  TO LR1-DEBITOS
           MOVE FLX-SALDO    TO LR2-SALDO
           MOVE SPACES       TO LR2-OBS
           IF FLX-SALDO < ZEROS
              MOVE 'VERBA ESGOTADA - ABAIXO DO PISO VAI PARA APROVACAO'
                TO LR2-OBS
           END-IF
           WRITE RELFLX-REL FROM LINHA-BRANCO  AFTER ADVANCING 1
           WRITE RELFLX-REL FROM LINHA-RESUMO1 AFTER ADVANCING 1
           WRITE RELFLX-REL FROM LINHA-RESUMO2 AFTER ADVANCING 1
           IF FLX-FECHADA
              MOVE FLX-DT-FECHAMENTO TO WS-DATA-AMD
              PERFORM EDITA-DATA
              MOVE WS-DATA-DMA      TO LTR-DATA
              MOVE FLX-SALDO-TRANSP TO LTR-VALOR
              WRITE RELFLX-REL FROM LINHA-TRANSP AFTER ADVANCING 1
           END-IF
           .
       IMPRIME-RESUMO-FIM.
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
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01              TO WS-CTPAG
           MOVE WS-CTPAG        TO PAG-REL
           MOVE WS-DATA-HOJE    TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA     TO CAB-DATA-HOJE
           MOVE WS-ANOMES (5:2) TO CAB-MES
           MOVE WS-ANOMES (1:4) TO CAB-ANO
           WRITE RELFLX-REL   FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELFLX-REL   FROM LINHA-CAB1 AFTER ADVANCING 1 LINE
           WRITE RELFLX-REL   FROM LINHA-BRANCO AFTER ADVANCING 1
                 LINE
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-LISTADOS  TO TOT-LISTADOS
           MOVE WS-QTD-MOVTOS    TO TOT-MOVTOS
           MOVE WS-TOT-CREDITOS  TO TOT-CREDITOS
           MOVE WS-TOT-DEBITOS   TO TOT-DEBITOS
           MOVE WS-TOT-SALDO     TO TOT-SALDO
           MOVE WS-QTD-NEGATIVOS TO TOT-NEGATIVOS

           WRITE RELFLX-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELFLX-REL FROM LINHA-TOT1 AFTER 1
           WRITE RELFLX-REL FROM LINHA-TOT2 AFTER 1
           WRITE RELFLX-REL FROM LINHA-TOT3 AFTER 1

           DISPLAY 'VERBA DESCONTO - ' LINHA-TOT1
           DISPLAY 'VERBA DESCONTO - ' LINHA-TOT3
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
                  'FLEXVEN.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-FLEXVEN
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FLEXMOV.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-FLEXMOV
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'VENDEDOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-VENDEDOR
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'             TO LK-SPL-OPER
           MOVE 'PROG172'       TO LK-SPL-PROGRAMA
           MOVE 'EXTR-FLEX.TXT' TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO  TO WS-ARQ-RELFLX
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT FLEXVEN
           IF FSX-NAO-EXISTE
              DISPLAY 'ARQUIVO FLEXVEN NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           SET TEM-FLEXMOV TO TRUE
           OPEN INPUT FLEXMOV
           IF FSM-NAO-EXISTE
              SET SEM-FLEXMOV TO TRUE
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

           OPEN OUTPUT RELFLX
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE FLEXVEN RELFLX
           IF TEM-FLEXMOV
              CLOSE FLEXMOV
           END-IF
           IF TEM-VENDEDOR
              CLOSE VENDEDOR
           END-IF
           IF TEM-PRODUTO
              CLOSE PRODUTO
           END-IF

           MOVE 'R'             TO LK-SPL-OPER
           MOVE 'PROG172'       TO LK-SPL-PROGRAMA
           MOVE WS-PARM         TO LK-SPL-PARAMS
           MOVE WS-QTD-LISTADOS TO LK-SPL-QTDE
           MOVE WS-ARQ-RELFLX   TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
