      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG158 - Retorno de Entrega das Faturas
      * Chamadas..: PROG106 - Controle de Sequencia de Intercambio
      * Observação: Aplica ENTRET.TXT (retorno da transportadora ou
      *             do motorista sobre as cargas do romaneio PROG157):
      *             cabecalho HDR com data e sequencia do arquivo
      *             (PROG106, interface ENTRET) e um registro DET por
      *             fatura entregue ou recusada, com o numero da
      *             fatura, o resultado (E = entregue, R = recusada),
      *             a data, o nome de quem recebeu e, na recusa, o
      *             motivo (tabela MOTCANC.ARQ, a mesma da devolucao
      *             do PROG114).
      *             O resultado e' gravado em todas as parcelas do
      *             pedido em FATURA.ARQ (FAT-ENT-...). Recusa pode
      *             ser seguida de nova entrega; entrega confirmada
      *             nao volta atras. As recusas vao para o relatorio
      *             RELENT.TXT; registro invalido vai para ENTREJ.TXT
      *             no mesmo layout, com o motivo na coluna final,
      *             como nos demais importadores:
      *             001 = numero da fatura invalido
      *             002 = fatura inexistente
      *             003 = resultado invalido
      *             004 = data invalida, anterior a emissao ou futura
      *             005 = fatura cancelada
      *             006 = entrega sem o nome de quem recebeu
      *             007 = recusa sem motivo ou com motivo fora da
      *                   tabela MOTCANC.ARQ
      *             008 = fatura ja entregue
      *             Sem MOTCANC.ARQ o motivo so precisa vir preenchido.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = retorno vazio, com recusas ou com registros
      *                 invalidos
      *             8 = arquivo de geracao repetida ou regressiva
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG158.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT ENTRET ASSIGN TO WS-ARQ-ENTRET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS RET-STAT.

       SELECT ENTREJ ASSIGN TO WS-ARQ-ENTREJ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REJ-STAT.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT MOTCANC ASSIGN TO WS-ARQ-MOTCANC
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS MOT-STAT
              RECORD KEY   IS MOT-KEY.

       SELECT RELENT ASSIGN TO WS-ARQ-RELENT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       FD ENTRET.

       01 ENTRET-REG.
           05 RET-MARCA     PIC X(003).
           05 RET-FATURA    PIC X(008).
           05 RET-RESULTADO PIC X(001).
           05 RET-DATA      PIC X(008).
           05 RET-RECEBEDOR PIC X(030).
           05 RET-MOTIVO    PIC X(003).

       01 ENTRET-HDR REDEFINES ENTRET-REG.
           05 HDR-MARCA     PIC X(003).
           05 HDR-DATA      PIC X(008).
           05 HDR-SEQ       PIC X(004).
           05 FILLER        PIC X(038).

       FD ENTREJ.

       01 ENTREJ-REG        PIC X(056).

       COPY FD_FATURA.

       COPY FD_MOTCANC.

       FD RELENT.

       01 RELENT-REL.
          05 REL-IMP        PIC X(110).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-ENTRET      PIC X(70) VALUE SPACES.
       77 WS-ARQ-ENTREJ      PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-MOTCANC     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELENT      PIC X(70) VALUE SPACES.

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

       77 MOT-STAT          PIC 9(02).
           88 FSM-OK        VALUE ZEROS.

       77 REL-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.

       77 WS-TEM-MOTCANC    PIC X(01) VALUE 'N'.
           88 TEM-MOTCANC   VALUE 'S'.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-QTD-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ENTREGUES  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RECUSADAS  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS PIC 9(06) VALUE ZEROS.

       77 WS-MOTIVO         PIC X(03) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-FORCA-SEQ      PIC X(01) VALUE SPACES.

      *    Entrega em aplicacao: chave das parcelas e data.
       77 WS-PEDIDO         PIC 9(08) VALUE ZEROS.
       77 WS-CODC           PIC 9(07) VALUE ZEROS.
       01 WS-ENT-DATA       PIC 9(08) VALUE ZEROS.
       01 WS-ENT-DATA-R     REDEFINES WS-ENT-DATA.
           05 WS-EDT-ANO    PIC 9(04).
           05 WS-EDT-MES    PIC 9(02).
           05 WS-EDT-DIA    PIC 9(02).

       COPY LK_INTSEQ.

       01 LINHA-CAB0.
           05 FILLER        PIC X(050) VALUE
           'RETORNO DE ENTREGA DAS FATURAS - EXCECOES'.

       01 LINHA-CAB1.
           05 FILLER        PIC X(050) VALUE
           'FATURA   PEDIDO   CLIENTE DATA     OCORRENCIA'.

       01 LINHA-OCO.
           05 OCO-FATURA    PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 OCO-PEDIDO    PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 OCO-CODC      PIC X(07).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 OCO-DATA      PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 OCO-TEXTO     PIC X(70).

       01 LINHA-TOTAIS.
           05 FILLER        PIC X(07) VALUE 'LIDOS: '.
           05 TOT-LIDOS     PIC ZZZZZ9.
           05 FILLER        PIC X(13) VALUE '  ENTREGUES:'.
           05 TOT-ENTREGUES PIC ZZZZZ9.
           05 FILLER        PIC X(13) VALUE '  RECUSADAS:'.
           05 TOT-RECUSADAS PIC ZZZZZ9.
           05 FILLER        PIC X(12) VALUE '  INVALIDOS:'.
           05 TOT-REJ       PIC ZZZZZ9.

       01 LINHA-BRANCO      PIC X(80) VALUE SPACES.

       01 WS-REJ-SAIDA.
           05 WS-REJ-DADOS   PIC X(053).
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
           READ ENTRET NEXT AT END
                GO TO APLICA-UM-SAI
           END-READ

      *    Cabecalho: a sequencia da transportadora passa pelo
      *    PROG106.
           IF HDR-MARCA = 'HDR'
              ACCEPT WS-FORCA-SEQ
                     FROM ENVIRONMENT 'COBOL_FORCA_SEQ'
              MOVE 'ENTRET'     TO LK-INT-INTERFACE
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
                         'DA TRANSPORTADORA (SEQ ' HDR-SEQ ')'
              END-IF
              GO TO APLICA-UM-SAI
           END-IF

           IF RET-MARCA NOT = 'DET'
              GO TO APLICA-UM-SAI
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES     TO WS-MOTIVO
           MOVE SPACES     TO OCO-PEDIDO OCO-CODC
           MOVE RET-FATURA TO OCO-FATURA
           MOVE RET-DATA   TO OCO-DATA

           IF RET-FATURA NOT NUMERIC
              MOVE '001' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

           MOVE RET-FATURA TO FAT-NUMERO
           READ FATURA
                INVALID KEY
                   MOVE '002' TO WS-MOTIVO
                   GO TO APLICA-UM-REJEITA
           END-READ
           MOVE FAT-PEDIDO TO OCO-PEDIDO
           MOVE FAT-CODC   TO OCO-CODC

           IF RET-RESULTADO NOT = 'E' AND RET-RESULTADO NOT = 'R'
              MOVE '003' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

           IF RET-DATA NOT NUMERIC
              MOVE '004' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF
           MOVE RET-DATA TO WS-ENT-DATA
           IF WS-EDT-MES < 01 OR WS-EDT-MES > 12
              OR WS-EDT-DIA < 01 OR WS-EDT-DIA > 31
              OR WS-ENT-DATA < FAT-EMISSAO
              OR WS-ENT-DATA > WS-DATA-HOJE
              MOVE '004' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

           IF FAT-CANCELADA
              MOVE '005' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

           IF RET-RESULTADO = 'E' AND RET-RECEBEDOR = SPACES
              MOVE '006' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
           END-IF

           IF RET-RESULTADO = 'R'
              PERFORM CONFERE-MOTIVO THRU CONFERE-MOTIVO-FIM
              IF WS-MOTIVO NOT = SPACES
                 GO TO APLICA-UM-REJEITA
              END-IF
           END-IF

           IF FAT-ENTREGUE
              MOVE '008' TO WS-MOTIVO
              GO TO APLICA-UM-REJEITA
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

           IF RET-RESULTADO = 'E'
              ADD 1 TO WS-QTD-ENTREGUES
              GO TO APLICA-UM-SAI
           END-IF

           ADD 1 TO WS-QTD-RECUSADAS
           MOVE SPACES TO OCO-TEXTO
           STRING 'RECUSADA - MOTIVO ' RET-MOTIVO ' '
                  MOT-DESCRICAO DELIMITED BY SIZE
             INTO OCO-TEXTO
           END-STRING
           WRITE RELENT-REL FROM LINHA-OCO

           GO TO APLICA-UM-SAI
           .
       APLICA-UM-REJEITA.
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE ENTRET-REG TO WS-REJ-DADOS
           MOVE WS-MOTIVO  TO WS-REJ-MOTIVO
           WRITE ENTREJ-REG FROM WS-REJ-SAIDA

           MOVE SPACES TO OCO-TEXTO
           STRING 'REGISTRO INVALIDO - MOTIVO ' WS-MOTIVO
                  DELIMITED BY SIZE
             INTO OCO-TEXTO
           END-STRING
           WRITE RELENT-REL FROM LINHA-OCO
           .
       APLICA-UM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       CONFERE-MOTIVO.
      *-------------------------------------------------------------*
      *    Motivo da recusa: o da tabela MOTCANC.ARQ, ativo.
           MOVE SPACES TO MOT-DESCRICAO
           IF RET-MOTIVO = SPACES
              MOVE '007' TO WS-MOTIVO
              GO TO CONFERE-MOTIVO-FIM
           END-IF

           IF NOT TEM-MOTCANC
              GO TO CONFERE-MOTIVO-FIM
           END-IF

           MOVE RET-MOTIVO TO MOT-COD
           READ MOTCANC
                INVALID KEY
                   MOVE '007' TO WS-MOTIVO
                   GO TO CONFERE-MOTIVO-FIM
           END-READ
           IF NOT MOT-ATIVO
              MOVE '007' TO WS-MOTIVO
           END-IF
           .
       CONFERE-MOTIVO-FIM.
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

           IF FAT-PEDIDO NOT = WS-PEDIDO OR FAT-CANCELADA
              GO TO ATUALIZA-PARCELA-SAI
           END-IF

           MOVE RET-RESULTADO TO FAT-ENT-SITUACAO
           MOVE WS-ENT-DATA   TO FAT-ENT-DATA
           IF FAT-ENTREGUE
              MOVE RET-RECEBEDOR TO FAT-ENT-RECEBEDOR
              MOVE SPACES        TO FAT-ENT-MOTIVO
           ELSE
              MOVE SPACES        TO FAT-ENT-RECEBEDOR
              MOVE RET-MOTIVO    TO FAT-ENT-MOTIVO
           END-IF
           REWRITE FATURA-FAT END-REWRITE
           .
       ATUALIZA-PARCELA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       FECHA-TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-QTD-LIDOS      TO TOT-LIDOS
           MOVE WS-QTD-ENTREGUES  TO TOT-ENTREGUES
           MOVE WS-QTD-RECUSADAS  TO TOT-RECUSADAS
           MOVE WS-QTD-REJEITADOS TO TOT-REJ
           WRITE RELENT-REL FROM LINHA-BRANCO
           WRITE RELENT-REL FROM LINHA-TOTAIS

           IF WS-RETCODE = ZEROS
              AND (WS-QTD-LIDOS = ZEROS
                   OR WS-QTD-RECUSADAS NOT = ZEROS
                   OR WS-QTD-REJEITADOS NOT = ZEROS)
              MOVE 04 TO WS-RETCODE
           END-IF

           DISPLAY 'RETORNO DE ENTREGA APLICADO - ' LINHA-TOTAIS
           IF WS-QTD-RECUSADAS NOT = ZEROS
              DISPLAY '*** ENTREGAS RECUSADAS - VER RELENT.TXT'
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
                  'ENTRET.TXT'                 DELIMITED BY SIZE
             INTO WS-ARQ-ENTRET
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ENTREJ.TXT'                 DELIMITED BY SIZE
             INTO WS-ARQ-ENTREJ
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'MOTCANC.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-MOTCANC
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'RELENT.TXT'                 DELIMITED BY SIZE
             INTO WS-ARQ-RELENT
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT ENTRET
           IF FSR-NAO-EXISTE
              DISPLAY 'RETORNO DE ENTREGA (ENTRET.TXT) NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

           OPEN I-O FATURA
           IF FSF-NAO-EXISTE
              DISPLAY 'FATURA.ARQ NAO ENCONTRADO - RODE O PROG64'
              MOVE 12 TO WS-RETCODE
              PERFORM FINALIZA
           END-IF

      *    Sem a tabela de motivos a recusa so precisa do codigo.
           OPEN INPUT MOTCANC
           IF FSM-OK
              SET TEM-MOTCANC TO TRUE
           ELSE
              DISPLAY 'AVISO: MOTCANC.ARQ NAO ENCONTRADO - MOTIVO '
                      'DA RECUSA NAO VALIDADO'
           END-IF

           OPEN OUTPUT ENTREJ

           OPEN OUTPUT RELENT
           WRITE RELENT-REL FROM LINHA-CAB0
           WRITE RELENT-REL FROM LINHA-BRANCO
           WRITE RELENT-REL FROM LINHA-CAB1
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE ENTRET ENTREJ FATURA RELENT
           IF TEM-MOTCANC
              CLOSE MOTCANC
           END-IF
           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
