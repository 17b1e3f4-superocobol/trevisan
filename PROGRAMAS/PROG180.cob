      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG180 - Retencao na Fonte sobre Comissao
      * Parametros: LK_RETFONTE - vinculo, regime, data e valor
      *             bruto. Devolve INSS, IRRF, ISS e o liquido.
      * Observação: Mesmo molde de vigencia do PROG101/PROG177: para
      *             cada tributo vale a tabela de RETFONTE.ARQ com a
      *             maior data de vigencia nao posterior a data
      *             pedida, e dentro dela a primeira faixa cujo
      *             limite comporta a base. O INSS sai primeiro,
      *             porque a base do IRRF e' o bruto menos o INSS;
      *             ISS e INSS incidem sobre o bruto. Chamado pelo
      *             fechamento de comissao PROG67.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG180.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT RETFONTE ASSIGN TO WS-ARQ-RETFONTE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS RTF-STAT
              RECORD KEY   IS RTF-KEY.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_RETFONTE.

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-RETFONTE    PIC X(70) VALUE SPACES.

       77 RTF-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.
           88 FSR-FIM-REG   VALUE 10.
           88 FSR-NAO-EXISTE VALUE 35.

      *    Tributo em calculo e a faixa escolhida na vigencia valida.
       77 WS-TRIB-BUSCA     PIC X(04) VALUE SPACES.
       77 WS-BASE           PIC 9(11)V99 VALUE ZEROS.
       77 WS-VIG-ATUAL      PIC 9(08) VALUE ZEROS.
       77 WS-ACHOU-FAIXA    PIC X(01) VALUE 'N'.
       77 WS-ACH-ALIQUOTA   PIC 9(02)V99 VALUE ZEROS.
       77 WS-ACH-DEDUCAO    PIC 9(09)V99 VALUE ZEROS.
       77 WS-ACH-TETO       PIC 9(09)V99 VALUE ZEROS.
       77 WS-ACH-MINIMO     PIC 9(07)V99 VALUE ZEROS.
       77 WS-IMPOSTO        PIC S9(11)V99 VALUE ZEROS.

       LINKAGE             SECTION.

       COPY LK_RETFONTE.

       PROCEDURE   DIVISION   USING    LK-RETFONTE.

       INICIO.
           MOVE ZEROS       TO LK-RF-INSS LK-RF-IRRF LK-RF-ISS
           MOVE LK-RF-BRUTO TO LK-RF-LIQUIDO
           MOVE '8'         TO LK-RF-RET

           IF LK-RF-VINCULO = SPACES OR LK-RF-REGIME = SPACES
              GOBACK
           END-IF

           PERFORM MONTA-CAMINHOS

           OPEN INPUT RETFONTE
           IF NOT FSR-OK
              MOVE '9' TO LK-RF-RET
              CLOSE RETFONTE
              GOBACK
           END-IF

           MOVE 'INSS'      TO WS-TRIB-BUSCA
           MOVE LK-RF-BRUTO TO WS-BASE
           PERFORM CALCULA-TRIBUTO THRU CALCULA-TRIBUTO-SAI
           MOVE WS-IMPOSTO  TO LK-RF-INSS

           MOVE 'IRRF'      TO WS-TRIB-BUSCA
           COMPUTE WS-BASE = LK-RF-BRUTO - LK-RF-INSS
           PERFORM CALCULA-TRIBUTO THRU CALCULA-TRIBUTO-SAI
           MOVE WS-IMPOSTO  TO LK-RF-IRRF

           MOVE 'ISS '      TO WS-TRIB-BUSCA
           MOVE LK-RF-BRUTO TO WS-BASE
           PERFORM CALCULA-TRIBUTO THRU CALCULA-TRIBUTO-SAI
           MOVE WS-IMPOSTO  TO LK-RF-ISS

      *    A retencao nunca passa do bruto: o que exceder e'
      *    cortado do ultimo tributo aplicado.
           COMPUTE WS-IMPOSTO = LK-RF-BRUTO - LK-RF-INSS
                              - LK-RF-IRRF  - LK-RF-ISS
           IF WS-IMPOSTO < ZEROS
              COMPUTE LK-RF-ISS = LK-RF-ISS + WS-IMPOSTO
              MOVE ZEROS TO WS-IMPOSTO
           END-IF
           MOVE WS-IMPOSTO TO LK-RF-LIQUIDO
           MOVE '0'        TO LK-RF-RET

           CLOSE RETFONTE
           GOBACK
           .
       FIM-PROGRAMA.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-TRIBUTO.
      *-------------------------------------------------------------*
      *    Imposto de WS-TRIB-BUSCA sobre WS-BASE: base x aliquota
      *    menos a deducao da faixa, nunca negativo, limitado ao teto
      *    e dispensado abaixo do minimo.
           MOVE ZEROS TO WS-IMPOSTO
           MOVE ZEROS TO WS-VIG-ATUAL
           MOVE 'N'   TO WS-ACHOU-FAIXA
           MOVE ZEROS TO WS-ACH-ALIQUOTA WS-ACH-DEDUCAO
                         WS-ACH-TETO     WS-ACH-MINIMO

           IF WS-BASE = ZEROS
              GO TO CALCULA-TRIBUTO-SAI
           END-IF

           MOVE WS-TRIB-BUSCA TO RTF-TRIBUTO
           MOVE LK-RF-VINCULO TO RTF-VINCULO
           MOVE LK-RF-REGIME  TO RTF-REGIME
           MOVE ZEROS         TO RTF-DT-VIGENCIA RTF-FAIXA
           START RETFONTE KEY NOT LESS THAN RTF-KEY
                 INVALID KEY
                    GO TO CALCULA-TRIBUTO-SAI
           END-START

           MOVE ZEROS TO RTF-STAT
           PERFORM OLHA-UMA-FAIXA
              THRU OLHA-UMA-FAIXA-SAI UNTIL FSR-FIM-REG

           IF WS-ACHOU-FAIXA NOT = 'S'
              GO TO CALCULA-TRIBUTO-SAI
           END-IF

           COMPUTE WS-IMPOSTO ROUNDED =
                   WS-BASE * WS-ACH-ALIQUOTA / 100 - WS-ACH-DEDUCAO

           IF WS-IMPOSTO < ZEROS
              MOVE ZEROS TO WS-IMPOSTO
           END-IF

           IF WS-ACH-TETO > ZEROS AND WS-IMPOSTO > WS-ACH-TETO
              MOVE WS-ACH-TETO TO WS-IMPOSTO
           END-IF

           IF WS-IMPOSTO < WS-ACH-MINIMO
              MOVE ZEROS TO WS-IMPOSTO
           END-IF
           .
       CALCULA-TRIBUTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       OLHA-UMA-FAIXA.
      *-------------------------------------------------------------*
      *    As faixas vem em ordem de vigencia e faixa. A cada
      *    vigencia nova a escolha recomeca, de modo que no fim fica
      *    a faixa da ultima vigencia nao posterior a data.
           READ RETFONTE NEXT AT END
                GO TO OLHA-UMA-FAIXA-SAI
           END-READ

           IF RTF-TRIBUTO NOT = WS-TRIB-BUSCA
              OR RTF-VINCULO NOT = LK-RF-VINCULO
              OR RTF-REGIME  NOT = LK-RF-REGIME
              OR RTF-DT-VIGENCIA > LK-RF-DATA
              MOVE 10 TO RTF-STAT
              GO TO OLHA-UMA-FAIXA-SAI
           END-IF

           IF RTF-DT-VIGENCIA NOT = WS-VIG-ATUAL
              MOVE RTF-DT-VIGENCIA TO WS-VIG-ATUAL
              MOVE 'N'   TO WS-ACHOU-FAIXA
              MOVE ZEROS TO WS-ACH-ALIQUOTA WS-ACH-DEDUCAO
                            WS-ACH-TETO     WS-ACH-MINIMO
           END-IF

           IF WS-ACHOU-FAIXA = 'S'
              GO TO OLHA-UMA-FAIXA-SAI
           END-IF

           IF RTF-LIMITE = ZEROS OR WS-BASE NOT > RTF-LIMITE
              MOVE 'S'          TO WS-ACHOU-FAIXA
              MOVE RTF-ALIQUOTA TO WS-ACH-ALIQUOTA
              MOVE RTF-DEDUCAO  TO WS-ACH-DEDUCAO
              MOVE RTF-TETO     TO WS-ACH-TETO
              MOVE RTF-MINIMO   TO WS-ACH-MINIMO
           END-IF
           .
       OLHA-UMA-FAIXA-SAI.
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
                  'RETFONTE.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-RETFONTE
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
