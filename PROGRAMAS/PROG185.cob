      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG185 - Expurgo de Senhas na Cifra Antiga
      * Chamadas..: PROG41 - Parametros gerais (PAR-SENHA-CORTE)
      *             PROG58 - Identificador de execucao
      *             PROG190 - Encadeamento da Trilha de Auditoria
      * Parametros: nenhum
      * Observação: Batch noturno. Passada a data de corte da cifra
      *             antiga (PAR-SENHA-CORTE, PROG42), apaga a senha
      *             de todo operador que ainda nao tem o resumo com
      *             sal do PROG19 (OPE-SENHA-VERSAO diferente de '1')
      *             e marca a troca como pendente: o operador so
      *             volta a entrar depois do reset pelo supervisor
      *             (PROG18). Cada expurgo sai no console e em
      *             AUDITLOG.TXT, no layout do PROG18. Sem data de
      *             corte, ou antes dela, nao faz nada.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal, nada a expurgar
      *             4 = houve senha expurgada
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              o programa nao abre mais o arquivo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG185.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT OPERADOR ASSIGN TO WS-ARQ-OPERADOR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS OPE-STAT
              RECORD KEY IS OPE-KEY.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_OPERADOR.

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-OPERADOR    PIC X(70) VALUE SPACES.

       77 OPE-STAT          PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-FIM-REG    VALUE 10.
           88 FS-NAO-EXISTE VALUE 35.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

       77 WS-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXPURGO    PIC 9(05) VALUE ZEROS.

       01 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.

       COPY LK_PARAM.

       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       01 LINHA-AUDITORIA.
           05 AUD-DATA          PIC 9(08) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-HORA          PIC 9(06) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-PROGRAMA      PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-CHAVE         PIC X(14) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-CAMPO         PIC X(15) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-ANTES         PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-DEPOIS        PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-IDEXEC        PIC X(26) VALUE SPACES.

       01 LINHA-TOTAIS.
           05 FILLER        PIC X(11) VALUE 'OPERADORES:'.
           05 TOT-LIDOS     PIC ZZZZ9.
           05 FILLER        PIC X(13) VALUE '  EXPURGADOS:'.
           05 TOT-EXPURGO   PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           MOVE 'PROG185' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           CALL "PROG41" USING LK-PARAM END-CALL

      *    Sem data de corte, ou ainda dentro do prazo, a cifra
      *    antiga continua valendo (convertida no login, PMENU).
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF LK-PAR-SENHA-CORTE = ZEROS
              OR WS-DATA-HOJE NOT > LK-PAR-SENHA-CORTE
              DISPLAY 'EXPURGO DE SENHAS - FORA DO PRAZO DE CORTE'
              MOVE ZEROS TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ABRIR-ARQUIVO

           MOVE LOW-VALUES TO OPE-KEY
           START OPERADOR KEY IS NOT LESS THAN OPE-KEY
                 INVALID KEY
                    MOVE 10 TO OPE-STAT
           END-START

           PERFORM EXPURGA-UM THRU EXPURGA-UM-SAI UNTIL FS-FIM-REG

           IF WS-QTD-EXPURGO NOT = ZEROS
              MOVE 04 TO WS-RETCODE
           END-IF

           MOVE WS-QTD-LIDOS   TO TOT-LIDOS
           MOVE WS-QTD-EXPURGO TO TOT-EXPURGO
           DISPLAY 'EXPURGO DE SENHAS CONCLUIDO - ' LINHA-TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       EXPURGA-UM.
      *-------------------------------------------------------------*
           READ OPERADOR NEXT AT END
                GO TO EXPURGA-UM-SAI
           END-READ

           ADD 1 TO WS-QTD-LIDOS

      *    Ja no resumo com sal, ou senha ja apagada: nada a fazer.
           IF OPE-SENHA-RESUMO-V1 OR OPE-SENHA = SPACES
              GO TO EXPURGA-UM-SAI
           END-IF

           MOVE SPACES TO OPE-SENHA
           MOVE 'S'    TO OPE-TROCA-PENDENTE
           REWRITE OPERADOR-OPE
                INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR OPERADOR ' OPE-COD
                           ' - STATUS ' OPE-STAT
                   GO TO EXPURGA-UM-SAI
           END-REWRITE

           ADD 1 TO WS-QTD-EXPURGO
           DISPLAY 'SENHA EXPURGADA - OPERADOR ' OPE-COD ' ' OPE-NOME
           PERFORM AUDITA-EXPURGO
           .
       EXPURGA-UM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       AUDITA-EXPURGO.
      *-------------------------------------------------------------*
           MOVE SPACES              TO LINHA-AUDITORIA
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           MOVE LK-IDX-ID           TO AUD-IDEXEC
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO AUD-HORA
           MOVE 'PROG185'           TO AUD-PROGRAMA
           MOVE OPE-COD             TO AUD-CHAVE
           MOVE 'SENHA'             TO AUD-CAMPO
           MOVE '********'          TO AUD-ANTES
           MOVE '(EXPURGADA)'       TO AUD-DEPOIS
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           .
       AUDITA-EXPURGO-FIM.
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
                  'OPERADOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-OPERADOR
           END-STRING

           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN I-O OPERADOR
           IF FS-NAO-EXISTE
              DISPLAY 'ARQUIVO OPERADOR NAO ENCONTRADO'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE OPERADOR
           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
