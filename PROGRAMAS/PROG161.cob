      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG161 - Taxa de Comissão por Linha de Produto
      * Chamadas..: PROG101 - Taxa de Comissao Vigente numa Data
      * Parametros: LK_TAXALIN - linha do produto, vendedor, data e a
      *             taxa atual do cadastro do vendedor (fallback).
      * Observação: Chamado pelo fechamento PROG67 para cada item
      *             vendido ou devolvido. A taxa propria da linha
      *             (TAXALIN.ARQ, mantida pelo PROG160) vigente na
      *             data vale no lugar da taxa do vendedor; linha sem
      *             taxa propria na data (sem historico, ou com a
      *             vigencia 'V' de volta ao vendedor), produto sem
      *             linha ou sem o arquivo: a taxa do vendedor na
      *             data, pelo PROG101.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG161.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT TAXALIN ASSIGN TO WS-ARQ-TAXALIN
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS TXL-STAT
              RECORD KEY   IS TXL-KEY.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_TAXALIN.

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-TAXALIN     PIC X(70) VALUE SPACES.

       77 TXL-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.
           88 FSL-FIM-REG   VALUE 10.
           88 FSL-NAO-EXISTE VALUE 35.

      *    Tipo e taxa da ultima vigencia nao posterior a data.
       77 WS-TIPO-VIGENTE   PIC X(01) VALUE SPACES.
           88 VIGENTE-LINHA VALUE 'L'.
       77 WS-TAXA-VIGENTE   PIC 9(02)V99 VALUE ZEROS.

       COPY LK_TAXACOM.

       LINKAGE             SECTION.

       COPY LK_TAXALIN.

       PROCEDURE   DIVISION   USING    LK-TAXALIN.

       INICIO.
           MOVE SPACES TO WS-TIPO-VIGENTE
           MOVE ZEROS  TO WS-TAXA-VIGENTE

           IF LK-TL-LINHA NOT = SPACES
              PERFORM PROCURA-TAXA-LINHA
                 THRU PROCURA-TAXA-LINHA-FIM
           END-IF

           IF VIGENTE-LINHA
              MOVE WS-TAXA-VIGENTE TO LK-TL-TAXA
              MOVE '1'             TO LK-TL-RET
              GOBACK
           END-IF

      *    Sem taxa propria da linha: a taxa do vendedor na data.
           MOVE LK-TL-CODV       TO LK-TX-CODV
           MOVE LK-TL-DATA       TO LK-TX-DATA
           MOVE LK-TL-TAXA-ATUAL TO LK-TX-TAXA-ATUAL
           CALL "PROG101" USING LK-TAXACOM END-CALL
           MOVE LK-TX-TAXA       TO LK-TL-TAXA
           MOVE LK-TX-RET        TO LK-TL-RET
           GOBACK
           .
       FIM-PROGRAMA.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-TAXA-LINHA.
      *-------------------------------------------------------------*
           PERFORM MONTA-CAMINHOS

           OPEN INPUT TAXALIN
           IF FSL-NAO-EXISTE
              CLOSE TAXALIN
              GO TO PROCURA-TAXA-LINHA-FIM
           END-IF

           MOVE LK-TL-LINHA TO TXL-LINHA
           MOVE ZEROS       TO TXL-DT-VIGENCIA
           START TAXALIN KEY NOT LESS THAN TXL-KEY
                 INVALID KEY
                    MOVE 10 TO TXL-STAT
           END-START

           PERFORM OLHA-UMA-TAXA
              THRU OLHA-UMA-TAXA-SAI UNTIL FSL-FIM-REG

           CLOSE TAXALIN
           .
       PROCURA-TAXA-LINHA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       OLHA-UMA-TAXA.
      *-------------------------------------------------------------*
      *    As vigencias vem em ordem: a ultima nao posterior a data
      *    pedida e' a que vale.
           READ TAXALIN NEXT AT END
                GO TO OLHA-UMA-TAXA-SAI
           END-READ

           IF TXL-LINHA NOT = LK-TL-LINHA
              MOVE 10 TO TXL-STAT
              GO TO OLHA-UMA-TAXA-SAI
           END-IF

           IF TXL-DT-VIGENCIA > LK-TL-DATA
              MOVE 10 TO TXL-STAT
              GO TO OLHA-UMA-TAXA-SAI
           END-IF

           MOVE TXL-TIPO TO WS-TIPO-VIGENTE
           MOVE TXL-TAXA TO WS-TAXA-VIGENTE
           .
       OLHA-UMA-TAXA-SAI.
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

           MOVE SPACES TO WS-ARQ-TAXALIN
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'TAXALIN.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-TAXALIN
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
