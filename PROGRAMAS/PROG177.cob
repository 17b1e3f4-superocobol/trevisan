      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG177 - Equipe Vigente numa Data
      * Parametros: LK_EQUIPE - vendedor e data. Devolve o nivel, o
      *             supervisor, o gerente e o percentual de override
      *             pela vigencia do EQUIPE.ARQ com a maior data nao
      *             posterior a data pedida.
      * Observação: Mesmo molde do PROG101: o relatorio de um mes
      *             antigo enxerga a equipe daquela epoca, ainda que
      *             o vendedor ja tenha mudado de supervisor. O
      *             gerente do vendedor e' o lider do supervisor
      *             vigente na mesma data. Chamado pelos relatorios
      *             PROG23, PROG63, PROG83 e PROG118 (totais por
      *             equipe) e pelo fechamento PROG67 (override).
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG177.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT EQUIPE ASSIGN TO WS-ARQ-EQUIPE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS EQP-STAT
              RECORD KEY   IS EQP-KEY.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_EQUIPE.

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-EQUIPE      PIC X(70) VALUE SPACES.

       77 EQP-STAT          PIC 9(02).
           88 FSE-OK        VALUE ZEROS.
           88 FSE-FIM-REG   VALUE 10.
           88 FSE-NAO-EXISTE VALUE 35.

      *    Vigencia encontrada para o codigo pesquisado.
       77 WS-COD-BUSCA      PIC 9(05) VALUE ZEROS.
       77 WS-ACHOU          PIC X(01) VALUE 'N'.
       77 WS-ACH-NIVEL      PIC X(01) VALUE SPACES.
       77 WS-ACH-LIDER      PIC 9(05) VALUE ZEROS.
       77 WS-ACH-PCT        PIC 9(02)V99 VALUE ZEROS.
       77 WS-ACH-SITUACAO   PIC X(01) VALUE SPACES.

       LINKAGE             SECTION.

       COPY LK_EQUIPE.

       PROCEDURE   DIVISION   USING    LK-EQUIPE.

       INICIO.
           MOVE '9'   TO LK-EQ-RET
           MOVE SPACES TO LK-EQ-NIVEL
           MOVE ZEROS TO LK-EQ-SUPERV LK-EQ-GERENTE
                         LK-EQ-PCT-OVERRIDE

           PERFORM MONTA-CAMINHOS

           OPEN INPUT EQUIPE
           IF NOT FSE-OK
              CLOSE EQUIPE
              GOBACK
           END-IF

           MOVE LK-EQ-CODV TO WS-COD-BUSCA
           PERFORM BUSCA-VIGENCIA THRU BUSCA-VIGENCIA-SAI
           IF WS-ACHOU NOT = 'S' OR WS-ACH-SITUACAO = 'I'
              CLOSE EQUIPE
              GOBACK
           END-IF

           MOVE '0'          TO LK-EQ-RET
           MOVE WS-ACH-NIVEL TO LK-EQ-NIVEL

           EVALUATE WS-ACH-NIVEL
              WHEN 'G'
                 MOVE LK-EQ-CODV   TO LK-EQ-GERENTE
              WHEN 'S'
                 MOVE LK-EQ-CODV   TO LK-EQ-SUPERV
                 MOVE WS-ACH-LIDER TO LK-EQ-GERENTE
                 MOVE WS-ACH-PCT   TO LK-EQ-PCT-OVERRIDE
              WHEN OTHER
      *          Vendedor: o gerente e' o lider do supervisor na
      *          mesma data.
                 MOVE WS-ACH-LIDER TO LK-EQ-SUPERV
                 IF WS-ACH-LIDER NOT = ZEROS
                    MOVE WS-ACH-LIDER TO WS-COD-BUSCA
                    PERFORM BUSCA-VIGENCIA THRU BUSCA-VIGENCIA-SAI
                    IF WS-ACHOU = 'S' AND WS-ACH-SITUACAO NOT = 'I'
                       MOVE WS-ACH-LIDER TO LK-EQ-GERENTE
                    END-IF
                 END-IF
           END-EVALUATE

           CLOSE EQUIPE
           GOBACK
           .
       FIM-PROGRAMA.
           EXIT.

      *-------------------------------------------------------------*
       BUSCA-VIGENCIA.
      *-------------------------------------------------------------*
      *    Ultima vigencia de WS-COD-BUSCA nao posterior a data.
           MOVE 'N'          TO WS-ACHOU
           MOVE WS-COD-BUSCA TO EQP-CODV
           MOVE ZEROS        TO EQP-DT-VIGENCIA
           START EQUIPE KEY NOT LESS THAN EQP-KEY
                 INVALID KEY
                    GO TO BUSCA-VIGENCIA-SAI
           END-START

           MOVE ZEROS TO EQP-STAT
           PERFORM OLHA-UMA-VIGENCIA
              THRU OLHA-UMA-VIGENCIA-SAI UNTIL FSE-FIM-REG
           .
       BUSCA-VIGENCIA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       OLHA-UMA-VIGENCIA.
      *-------------------------------------------------------------*
      *    As vigencias vem em ordem: a ultima nao posterior a data
      *    pedida e' a estrutura valida.
           READ EQUIPE NEXT AT END
                GO TO OLHA-UMA-VIGENCIA-SAI
           END-READ

           IF EQP-CODV NOT = WS-COD-BUSCA
              MOVE 10 TO EQP-STAT
              GO TO OLHA-UMA-VIGENCIA-SAI
           END-IF

           IF EQP-DT-VIGENCIA > LK-EQ-DATA
              MOVE 10 TO EQP-STAT
              GO TO OLHA-UMA-VIGENCIA-SAI
           END-IF

           MOVE EQP-NIVEL        TO WS-ACH-NIVEL
           MOVE EQP-LIDER        TO WS-ACH-LIDER
           MOVE EQP-PCT-OVERRIDE TO WS-ACH-PCT
           MOVE EQP-SITUACAO     TO WS-ACH-SITUACAO
           MOVE 'S'              TO WS-ACHOU
           .
       OLHA-UMA-VIGENCIA-SAI.
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
                  'EQUIPE.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-EQUIPE
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
