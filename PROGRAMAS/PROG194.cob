      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG194 - Carga de Consentimentos de Marketing
      * Chamadas..: PROG58  - Identificador de Execucao
      *             PROG192 - Registro de Consentimento de Marketing
      * Parametros: Nome do arquivo de carga no diretorio de dados
      *             (padrao CONSIMP.TXT); em modo batch pela linha de
      *             comando.
      * Observação: Aplica em CONSENT.ARQ os consentimentos e as
      *             revogacoes captados fora do sistema (formulario
      *             do site, descadastro de e-mail, lista do call
      *             center), um evento por linha:
      *               CNPJ/CPF do cliente (14), canal (E = e-mail,
      *               T = telefone, W = WhatsApp), acao (C = concede,
      *               R = revoga), data AAAAMMDD e origem (12).
      *             O nome do arquivo fica gravado no registro como
      *             quem captou o consentimento. Registro invalido
      *             vai para CONSREJ.TXT no mesmo layout, com o
      *             motivo na coluna final, como nos demais
      *             importadores:
      *             001 = cliente nao cadastrado
      *             002 = canal invalido
      *             003 = acao invalida
      *             004 = data invalida ou futura
      *             005 = origem em branco
      *             006 = data anterior a situacao vigente do canal
      *             009 = erro de gravacao em CONSENT.ARQ
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = arquivo vazio ou com registros invalidos
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG194.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT CONSIMP ASSIGN TO WS-ARQ-CONSIMP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS IMP-STAT.

       SELECT CONSREJ ASSIGN TO WS-ARQ-CONSREJ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REJ-STAT.

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

       DATA            DIVISION.
       FILE            SECTION.

       FD CONSIMP.

       01 CONSIMP-REG.
           05 IMP-DOC       PIC X(014).
           05 IMP-CANAL     PIC X(001).
           05 IMP-ACAO      PIC X(001).
           05 IMP-DATA      PIC X(008).
           05 IMP-ORIGEM    PIC X(012).

       FD CONSREJ.

       01 CONSREJ-REG       PIC X(039).

       COPY FD_CLIENTES.

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-CONSIMP     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONSREJ     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.

       77 IMP-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
           88 FSI-NAO-EXISTE VALUE 35.

       77 REJ-STAT          PIC 9(02).
           88 FSJ-OK        VALUE ZEROS.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-NOME-CARGA     PIC X(30) VALUE 'CONSIMP.TXT'.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO         PIC X(03) VALUE SPACES.

       77 WS-QTD-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONCEDIDOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REVOGADOS  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS PIC 9(06) VALUE ZEROS.

       01 WS-IMP-DATA       PIC 9(08) VALUE ZEROS.
       01 WS-IMP-DATA-R     REDEFINES WS-IMP-DATA.
           05 WS-IDT-ANO    PIC 9(04).
           05 WS-IDT-MES    PIC 9(02).
           05 WS-IDT-DIA    PIC 9(02).

       01 LINHA-TOTAIS.
           05 FILLER        PIC X(07) VALUE 'LIDOS: '.
           05 TOT-LIDOS     PIC ZZZZZ9.
           05 FILLER        PIC X(14) VALUE '  CONCEDIDOS:'.
           05 TOT-CONCED    PIC ZZZZZ9.
           05 FILLER        PIC X(13) VALUE '  REVOGADOS:'.
           05 TOT-REVOG     PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  INVALIDOS:'.
           05 TOT-REJ       PIC ZZZZZ9.

       01 WS-REJ-SAIDA.
           05 WS-REJ-DADOS   PIC X(036).
           05 WS-REJ-MOTIVO  PIC X(003).

       COPY LK_IDEXEC.

       COPY LK_CONSENT.

       PROCEDURE DIVISION.
       INICIO.
           MOVE 'PROG194' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
              MOVE WS-PARM TO WS-NOME-CARGA
           END-IF

           PERFORM MONTA-CAMINHOS
           PERFORM ABRIR-ARQUIVO

           PERFORM APLICA-UM THRU APLICA-UM-SAI UNTIL FSI-FIM-REG

           PERFORM FECHA-TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       APLICA-UM.
      *-------------------------------------------------------------*
           READ CONSIMP NEXT AT END
                GO TO APLICA-UM-SAI
           END-READ

           IF CONSIMP-REG = SPACES
              GO TO APLICA-UM-SAI
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO WS-MOTIVO

           MOVE IMP-DOC TO CLI-CNPJ
           READ CLIENTES
                INVALID KEY
                   MOVE '001' TO WS-MOTIVO
                   GO TO APLICA-UM-REJEITA
           END-READ

           IF IMP-CANAL NOT = 'E' AND IMP-CANAL NOT = 'T'
              AND IMP-CANAL NOT = 'W'
              MOVE '002' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

           IF IMP-ACAO NOT = 'C' AND IMP-ACAO NOT = 'R'
              MOVE '003' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

           IF IMP-DATA NOT NUMERIC
              MOVE '004' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF
           MOVE IMP-DATA TO WS-IMP-DATA
           IF WS-IDT-MES < 01 OR WS-IDT-MES > 12
              OR WS-IDT-DIA < 01 OR WS-IDT-DIA > 31
              OR WS-IMP-DATA > WS-DATA-HOJE
              MOVE '004' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

           IF IMP-ORIGEM = SPACES
              MOVE '005' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

           MOVE CLI-COD       TO LK-CNS-CODC
           MOVE CLI-CNPJ      TO LK-CNS-CNPJ
           MOVE IMP-CANAL     TO LK-CNS-CANAL
           MOVE IMP-ACAO      TO LK-CNS-ACAO
           MOVE WS-IMP-DATA   TO LK-CNS-DATA
           MOVE IMP-ORIGEM    TO LK-CNS-ORIGEM
           MOVE WS-NOME-CARGA TO LK-CNS-ARQUIVO
           MOVE 'PROG194'     TO LK-CNS-PROGRAMA
           MOVE LK-IDX-ID     TO LK-CNS-IDEXEC
           CALL "PROG192" USING LK-CONSENT END-CALL

           IF LK-CNS-RET = '4'
              MOVE '006' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF
           IF LK-CNS-RET NOT = '0'
              DISPLAY 'PROG194: ERRO EM CONSENT.ARQ - STATUS '
                      LK-CNS-STAT
              MOVE '009' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

           IF IMP-ACAO = 'C'
              ADD 1 TO WS-QTD-CONCEDIDOS
           ELSE
              ADD 1 TO WS-QTD-REVOGADOS
           END-IF
           GO TO APLICA-UM-SAI
           .
       APLICA-UM-REJEITA.
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE CONSIMP-REG TO WS-REJ-DADOS
           MOVE WS-MOTIVO   TO WS-REJ-MOTIVO
           WRITE CONSREJ-REG FROM WS-REJ-SAIDA
           .
       APLICA-UM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       FECHA-TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-LIDOS      TO TOT-LIDOS
           MOVE WS-QTD-CONCEDIDOS TO TOT-CONCED
           MOVE WS-QTD-REVOGADOS  TO TOT-REVOG
           MOVE WS-QTD-REJEITADOS TO TOT-REJ

           IF WS-QTD-LIDOS = ZEROS OR WS-QTD-REJEITADOS NOT = ZEROS
              MOVE 04 TO WS-RETCODE
           END-IF

           DISPLAY 'CARGA DE CONSENTIMENTOS - ' LINHA-TOTAIS
           IF WS-QTD-REJEITADOS NOT = ZEROS
              DISPLAY '*** REGISTROS INVALIDOS - VER CONSREJ.TXT'
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
                  FUNCTION TRIM(WS-NOME-CARGA) DELIMITED BY SIZE
             INTO WS-ARQ-CONSIMP
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONSREJ.TXT'                DELIMITED BY SIZE
             INTO WS-ARQ-CONSREJ
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT CONSIMP
           IF FSI-NAO-EXISTE
              DISPLAY 'ARQUIVO DE CARGA ' FUNCTION TRIM(WS-NOME-CARGA)
                      ' NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              DISPLAY 'CLIENTES.ARQ NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN OUTPUT CONSREJ
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE CONSIMP CONSREJ CLIENTES
           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
