      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG139 - Retorno da Autorização da NF-e
      * Chamadas..: PROG106 - Controle de Sequencia de Intercambio
      * Observação: Aplica NFERET.TXT (retorno do transmissor para os
      *             arquivos do PROG138): cabecalho HDR com data e
      *             sequencia do arquivo do transmissor (PROG106,
      *             interface NFERET) e um registro DET por NF-e, com
      *             serie, numero, codigo numerico (a primeira fatura
      *             do pedido), resultado (A = autorizada,
      *             R = rejeitada, D = denegada), cStat da SEFAZ,
      *             chave de acesso, protocolo, data e motivo.
      *             O resultado e' gravado em todas as parcelas do
      *             pedido em FATURA.ARQ (FAT-NFE-...). Autorizada
      *             libera as faturas para a remessa bancaria PROG86.
      *             Rejeitada volta para o PROG138 reenviar com o
      *             mesmo numero, depois de corrigido o cadastro;
      *             denegada (destinatario irregular na SEFAZ) nao e'
      *             reenviada e sai destacada para tratamento
      *             comercial.
      *             Rejeitadas e denegadas vao para o relatorio de
      *             excecoes RELNFE.TXT; registro invalido ou de NF-e
      *             que nao aguardava retorno vai para NFEREJ.TXT no
      *             mesmo layout, com o motivo na coluna final, como
      *             nos demais importadores:
      *             001 = numero ou codigo numerico invalido
      *             002 = fatura do codigo numerico inexistente
      *             003 = resultado invalido
      *             004 = serie/numero diferente da fatura
      *             005 = NF-e nao aguardava retorno
      *             006 = autorizada sem chave ou protocolo validos
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = retorno vazio, com rejeicoes/denegacoes ou
      *                 com registros invalidos
      *             8 = arquivo de geracao repetida ou regressiva
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG139.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT NFERET ASSIGN TO WS-ARQ-NFERET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS RET-STAT.

       SELECT NFEREJ ASSIGN TO WS-ARQ-NFEREJ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REJ-STAT.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT RELNFE ASSIGN TO WS-ARQ-RELNFE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       FD NFERET.

       01 NFERET-REG.
           05 RET-MARCA     PIC X(003).
           05 RET-SERIE     PIC X(003).
           05 RET-NUMERO    PIC X(009).
           05 RET-CNF       PIC X(008).
           05 RET-RESULTADO PIC X(001).
           05 RET-CSTAT     PIC X(003).
           05 RET-CHAVE     PIC X(044).
           05 RET-PROTOCOLO PIC X(015).
           05 RET-DATA      PIC X(008).
           05 RET-MOTIVO    PIC X(060).

       01 NFERET-HDR REDEFINES NFERET-REG.
           05 HDR-MARCA     PIC X(003).
           05 HDR-DATA      PIC X(008).
           05 HDR-SEQ       PIC X(004).
           05 FILLER        PIC X(139).

       FD NFEREJ.

       01 NFEREJ-REG        PIC X(157).

       COPY FD_FATURA.

       FD RELNFE.

       01 RELNFE-REL.
          05 REL-IMP        PIC X(110).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-NFERET      PIC X(70) VALUE SPACES.
       77 WS-ARQ-NFEREJ      PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELNFE      PIC X(70) VALUE SPACES.

       77 RET-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.
           88 FSR-FIM-REG   VALUE 10.
           88 FSR-NAO-EXISTE VALUE 35.

       77 REJ-STAT          PIC 9(02).
           88 FSJ-OK        VALUE ZEROS.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-QTD-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-AUTORIZ    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEIT-SEF PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DENEGADAS  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS PIC 9(06) VALUE ZEROS.

       77 WS-MOTIVO         PIC X(03) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-FORCA-SEQ      PIC X(01) VALUE SPACES.

      *    NF-e em aplicacao: chave das parcelas e dados do retorno.
       77 WS-PEDIDO         PIC 9(08) VALUE ZEROS.
       77 WS-CODC           PIC 9(07) VALUE ZEROS.
       77 WS-NFE-SERIE      PIC 9(03) VALUE ZEROS.
       77 WS-NFE-NUMERO     PIC 9(09) VALUE ZEROS.
       77 WS-NFE-CSTAT      PIC 9(03) VALUE ZEROS.
       77 WS-NFE-DATA       PIC 9(08) VALUE ZEROS.

       COPY LK_INTSEQ.

       01 LINHA-CAB0.
           05 FILLER        PIC X(050) VALUE
           'RETORNO DA AUTORIZACAO DA NF-E - EXCECOES'.

       01 LINHA-CAB1.
           05 FILLER        PIC X(050) VALUE
           'SER NUMERO    FATURA   PEDIDO   OCORRENCIA'.

       01 LINHA-OCO.
           05 OCO-SERIE     PIC X(03).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 OCO-NUMERO    PIC X(09).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 OCO-FATURA    PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 OCO-PEDIDO    PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 OCO-TEXTO     PIC X(78).

       01 LINHA-TOTAIS.
           05 FILLER        PIC X(07) VALUE 'LIDOS: '.
           05 TOT-LIDOS     PIC ZZZZZ9.
           05 FILLER        PIC X(14) VALUE '  AUTORIZADAS:'.
           05 TOT-AUTORIZ   PIC ZZZZZ9.
           05 FILLER        PIC X(13) VALUE '  REJEITADAS:'.
           05 TOT-REJ-SEF   PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  DENEGADAS:'.
           05 TOT-DENEG     PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  INVALIDOS:'.
           05 TOT-REJ       PIC ZZZZZ9.

       01 LINHA-BRANCO      PIC X(80) VALUE SPACES.

       01 WS-REJ-SAIDA.
           05 WS-REJ-DADOS   PIC X(154).
           05 WS-REJ-MOTIVO  PIC X(003).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVO

           PERFORM APLICA-UM THRU APLICA-UM-SAI UNTIL FSR-FIM-REG

           PERFORM FECHA-TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       APLICA-UM.
      *-------------------------------------------------------------*
           READ NFERET NEXT AT END
                GO TO APLICA-UM-SAI
           END-READ

      *    Cabecalho: a sequencia do transmissor passa pelo PROG106.
           IF HDR-MARCA = 'HDR'
              ACCEPT WS-FORCA-SEQ
                     FROM ENVIRONMENT 'COBOL_FORCA_SEQ'
              MOVE 'NFERET'     TO LK-INT-INTERFACE
              MOVE HDR-SEQ      TO LK-INT-SEQ
              MOVE WS-FORCA-SEQ TO LK-INT-FORCA
              MOVE SPACES       TO LK-INT-OPER
              CALL "PROG106" USING LK-INTSEQ END-CALL
              IF LK-INT-RET = '8'
                 DISPLAY 'ARQUIVO DE GERACAO REPETIDA OU '
                         'REGRESSIVA - RECUSADO (SEQ ' HDR-SEQ ')'
                 MOVE 08 TO WS-RETCODE
                 PERFORM FINALIZA
              END-IF
              IF LK-INT-RET = '4'
                 DISPLAY 'AVISO: SALTO DE GERACAO NO ARQUIVO '
                         'DO TRANSMISSOR (SEQ ' HDR-SEQ ')'
              END-IF
              GO TO APLICA-UM-SAI
           END-IF

           IF RET-MARCA NOT = 'DET'
              GO TO APLICA-UM-SAI
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO OCO-FATURA OCO-PEDIDO

           IF RET-SERIE NOT NUMERIC OR RET-NUMERO NOT NUMERIC
              OR RET-CNF NOT NUMERIC
              MOVE '001' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

           IF RET-RESULTADO NOT = 'A' AND RET-RESULTADO NOT = 'R'
              AND RET-RESULTADO NOT = 'D'
              MOVE '003' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

           MOVE RET-CNF TO FAT-NUMERO
           READ FATURA
                INVALID KEY
                   MOVE '002' TO WS-MOTIVO
                   GO TO APLICA-UM-REJEITA
           END-READ
           MOVE FAT-NUMERO TO OCO-FATURA
           MOVE FAT-PEDIDO TO OCO-PEDIDO

           MOVE RET-SERIE  TO WS-NFE-SERIE
           MOVE RET-NUMERO TO WS-NFE-NUMERO
           IF FAT-NFE-SERIE  NOT = WS-NFE-SERIE
              OR FAT-NFE-NUMERO NOT = WS-NFE-NUMERO
              MOVE '004' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

           IF NOT FAT-NFE-GERADA
              MOVE '005' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

      *    Chave de acesso: serie nas posicoes 23-25, numero nas
      *    26-34 e codigo numerico nas 36-43.
           IF RET-RESULTADO = 'A'
              IF RET-CHAVE NOT NUMERIC
                 OR RET-PROTOCOLO = SPACES
                 OR RET-CHAVE (23:3) NOT = RET-SERIE
                 OR RET-CHAVE (26:9) NOT = RET-NUMERO
                 OR RET-CHAVE (36:8) NOT = RET-CNF
                 MOVE '006' TO WS-MOTIVO
                 GO TO APLICA-UM-REJEITA
              END-IF
           END-IF

           IF RET-CSTAT NUMERIC
              MOVE RET-CSTAT    TO WS-NFE-CSTAT
           ELSE
              MOVE ZEROS        TO WS-NFE-CSTAT
           END-IF
           IF RET-DATA NUMERIC
              MOVE RET-DATA     TO WS-NFE-DATA
           ELSE
              MOVE WS-DATA-HOJE TO WS-NFE-DATA
           END-IF

      *    Todas as parcelas do pedido levam o resultado.
           MOVE FAT-PEDIDO TO WS-PEDIDO
           MOVE FAT-CODC   TO WS-CODC
           START FATURA KEY IS EQUAL TO FAT-CODC
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM ATUALIZA-PARCELA THRU ATUALIZA-PARCELA-SAI
                   UNTIL FSF-FIM-REG
           MOVE ZEROS TO FAT-STAT

           MOVE RET-SERIE  TO OCO-SERIE
           MOVE RET-NUMERO TO OCO-NUMERO
           MOVE SPACES     TO OCO-TEXTO

           EVALUATE RET-RESULTADO
               WHEN 'A'
                    ADD 1 TO WS-QTD-AUTORIZ
               WHEN 'R'
                    ADD 1 TO WS-QTD-REJEIT-SEF
                    STRING 'REJEITADA - CSTAT ' RET-CSTAT ' - '
                           RET-MOTIVO DELIMITED BY SIZE
                      INTO OCO-TEXTO
                    END-STRING
                    WRITE RELNFE-REL FROM LINHA-OCO
               WHEN 'D'
                    ADD 1 TO WS-QTD-DENEGADAS
                    STRING '*** DENEGADA - CSTAT ' RET-CSTAT ' - '
                           RET-MOTIVO DELIMITED BY SIZE
                      INTO OCO-TEXTO
                    END-STRING
                    WRITE RELNFE-REL FROM LINHA-OCO
           END-EVALUATE

           GO TO APLICA-UM-SAI
           .
       APLICA-UM-REJEITA.
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE NFERET-REG TO WS-REJ-DADOS
           MOVE WS-MOTIVO  TO WS-REJ-MOTIVO
           WRITE NFEREJ-REG FROM WS-REJ-SAIDA

           MOVE RET-SERIE  TO OCO-SERIE
           MOVE RET-NUMERO TO OCO-NUMERO
           MOVE SPACES TO OCO-TEXTO
           STRING 'REGISTRO INVALIDO - MOTIVO ' WS-MOTIVO
                  DELIMITED BY SIZE
             INTO OCO-TEXTO
           END-STRING
           WRITE RELNFE-REL FROM LINHA-OCO
           .
       APLICA-UM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       ATUALIZA-PARCELA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO ATUALIZA-PARCELA-SAI
           END-READ

           IF FAT-CODC NOT = WS-CODC
              MOVE 10 TO FAT-STAT
              GO TO ATUALIZA-PARCELA-SAI
           END-IF

           IF FAT-PEDIDO NOT = WS-PEDIDO
              OR FAT-NFE-SERIE  NOT = WS-NFE-SERIE
              OR FAT-NFE-NUMERO NOT = WS-NFE-NUMERO
              GO TO ATUALIZA-PARCELA-SAI
           END-IF

           MOVE RET-RESULTADO TO FAT-NFE-SITUACAO
           MOVE WS-NFE-CSTAT  TO FAT-NFE-CSTAT
           MOVE WS-NFE-DATA   TO FAT-NFE-DT-AUTOR
           IF FAT-NFE-AUTORIZADA
              MOVE RET-CHAVE     TO FAT-NFE-CHAVE
              MOVE RET-PROTOCOLO TO FAT-NFE-PROTOCOLO
              MOVE SPACES        TO FAT-NFE-MOTIVO
           ELSE
              MOVE SPACES        TO FAT-NFE-CHAVE
              MOVE RET-PROTOCOLO TO FAT-NFE-PROTOCOLO
              MOVE RET-MOTIVO    TO FAT-NFE-MOTIVO
           END-IF
           REWRITE FATURA-FAT END-REWRITE
           .
       ATUALIZA-PARCELA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       FECHA-TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-LIDOS      TO TOT-LIDOS
           MOVE WS-QTD-AUTORIZ    TO TOT-AUTORIZ
           MOVE WS-QTD-REJEIT-SEF TO TOT-REJ-SEF
           MOVE WS-QTD-DENEGADAS  TO TOT-DENEG
           MOVE WS-QTD-REJEITADOS TO TOT-REJ
           WRITE RELNFE-REL FROM LINHA-BRANCO
           WRITE RELNFE-REL FROM LINHA-TOTAIS

           IF WS-RETCODE = ZEROS
              AND (WS-QTD-LIDOS = ZEROS
                   OR WS-QTD-REJEIT-SEF NOT = ZEROS
                   OR WS-QTD-DENEGADAS NOT = ZEROS
                   OR WS-QTD-REJEITADOS NOT = ZEROS)
              MOVE 04 TO WS-RETCODE
           END-IF

           DISPLAY 'RETORNO DA NF-E APLICADO - ' LINHA-TOTAIS
           IF WS-QTD-REJEIT-SEF NOT = ZEROS
              OR WS-QTD-DENEGADAS NOT = ZEROS
              DISPLAY '*** NF-E REJEITADAS OU DENEGADAS - VER '
                      'RELNFE.TXT'
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
                  'NFERET.TXT'                 DELIMITED BY SIZE
             INTO WS-ARQ-NFERET
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'NFEREJ.TXT'                 DELIMITED BY SIZE
             INTO WS-ARQ-NFEREJ
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'RELNFE.TXT'                 DELIMITED BY SIZE
             INTO WS-ARQ-RELNFE
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT NFERET
           IF FSR-NAO-EXISTE
              DISPLAY 'RETORNO DA NF-E (NFERET.TXT) NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN I-O FATURA
           IF FSF-NAO-EXISTE
              DISPLAY 'FATURA.ARQ NAO ENCONTRADO - RODE O PROG64'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN OUTPUT NFEREJ

           OPEN OUTPUT RELNFE
           WRITE RELNFE-REL FROM LINHA-CAB0
           WRITE RELNFE-REL FROM LINHA-BRANCO
           WRITE RELNFE-REL FROM LINHA-CAB1
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE NFERET NFEREJ FATURA RELNFE
           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
