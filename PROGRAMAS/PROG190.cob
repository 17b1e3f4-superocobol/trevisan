      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG190 - Encadeamento da Trilha de Auditoria
      * Objetivos.: Gravar cada linha de AUDITLOG.TXT encadeada a'
      *             anterior, para que alteracao, exclusao, insercao
      *             ou troca de ordem de linhas seja detectada pelo
      *             PROG191. Apos a imagem classica de 131 posicoes
      *             a linha leva:
      *               - a sequencia da trilha (continua, sem reuso);
      *               - o resumo SHA-256 da imagem;
      *               - o elo: SHA-256 do elo da linha anterior +
      *                 sequencia + resumo (a primeira linha parte
      *                 de 64 zeros).
      *             O controle AUDENC.ARQ guarda a ultima sequencia
      *             e o ultimo elo gravados, e a ancora do expurgo:
      *             sequencia e elo da ultima linha levada pelo
      *             PROG30 para o historico mensal, de onde a
      *             conferencia do arquivo vivo recomeca.
      *             A gravacao abre, grava e fecha AUDITLOG.TXT na
      *             propria chamada, com o controle em uso: duas
      *             sessoes gravando ao mesmo tempo nao invertem a
      *             ordem das linhas no arquivo.
      * Chamadas..: nenhuma
      * Parametros: LK_AUDCHAIN (ver o copybook)
      * Observação: Sem AUDENC.ARQ (primeira gravacao, ou arquivo
      *             perdido) o controle e' semeado pela ultima linha
      *             encadeada de AUDITLOG.TXT, como o PROG40 semeia
      *             as sequencias pelos cadastros.
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG190.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT AUDENC ASSIGN TO WS-ARQ-AUDENC
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS ENC-STAT
              RECORD KEY   IS ENC-CHAVE.

       SELECT AUDITLOG ASSIGN TO WS-ARQ-AUDITLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS AUD-STAT.

       DATA                DIVISION.
       FILE                SECTION.

       FD  AUDENC.

       01  AUDENC-REG.
           05 ENC-CHAVE         PIC X(01).
           05 ENC-ULT-SEQ       PIC 9(10).
           05 ENC-ULT-ELO       PIC X(64).
           05 ENC-ULT-DATA      PIC 9(08).
           05 ENC-ANC-SEQ       PIC 9(10).
           05 ENC-ANC-ELO       PIC X(64).
           05 ENC-ANC-DATA      PIC 9(08).

       COPY FD_AUDITLOG.

       WORKING-STORAGE     SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-AUDENC      PIC X(70) VALUE SPACES.
       77 WS-ARQ-AUDITLOG    PIC X(70) VALUE SPACES.

       77 ENC-STAT          PIC 9(02).
           88 FSE-OK        VALUE ZEROS.
           88 FSE-NAO-EXISTE VALUE 35.

       77 AUD-STAT          PIC 9(02).
           88 FSA-OK        VALUE ZEROS.
           88 FSA-FIM-REG   VALUE 10.
           88 FSA-NAO-EXISTE VALUE 35.

       77 WS-CAMINHOS       PIC X(01) VALUE 'N'.
           88 CAMINHOS-PRONTOS VALUE 'S'.

      *    Elo de partida da primeira linha encadeada.
       77 WS-ELO-INICIAL    PIC X(64) VALUE ALL '0'.

       77 WS-SEQ-NOVA       PIC 9(10) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

      *    Mensagem do elo: elo anterior + sequencia + resumo.
       01 WS-MSG-ELO.
           05 MEL-ELO-ANT       PIC X(64).
           05 MEL-SEQ           PIC 9(10).
           05 MEL-RESUMO        PIC X(64).

       77 WS-RESUMO-HEX    PIC X(64) VALUE SPACES.
       77 WS-DIGITO        PIC 9(02) VALUE ZEROS.
       77 WS-DIG-HEX       PIC X(16) VALUE '0123456789abcdef'.

      *    Mensagem de ate tres blocos SHA-256 (183 posicoes).
       77 WS-MENSAGEM      PIC X(183) VALUE SPACES.
       77 WS-TAM-MENSAGEM  PIC 9(03) VALUE ZEROS.
       77 WS-BLOCOS        PIC X(192) VALUE LOW-VALUES.
       77 WS-QTD-BLOCOS    PIC 9(01) VALUE ZEROS.
       77 WS-NUM-BLOCO     PIC 9(01) VALUE ZEROS.
       77 WS-FIM-BLOCOS    PIC 9(03) VALUE ZEROS.
       77 WS-BLOCO         PIC X(64) VALUE LOW-VALUES.
       77 WS-BYTE          PIC 9(03) VALUE ZEROS.
       77 WS-POS           PIC 9(03) VALUE ZEROS.

      *    Constantes do SHA-256 (FIPS 180-4): K das 64 rodadas e
      *    o valor inicial H.
       01 WS-K-VAL.
           05 FILLER        PIC 9(10) VALUE 1116352408.
           05 FILLER        PIC 9(10) VALUE 1899447441.
           05 FILLER        PIC 9(10) VALUE 3049323471.
           05 FILLER        PIC 9(10) VALUE 3921009573.
           05 FILLER        PIC 9(10) VALUE 0961987163.
           05 FILLER        PIC 9(10) VALUE 1508970993.
           05 FILLER        PIC 9(10) VALUE 2453635748.
           05 FILLER        PIC 9(10) VALUE 2870763221.
           05 FILLER        PIC 9(10) VALUE 3624381080.
           05 FILLER        PIC 9(10) VALUE 0310598401.
           05 FILLER        PIC 9(10) VALUE 0607225278.
           05 FILLER        PIC 9(10) VALUE 1426881987.
           05 FILLER        PIC 9(10) VALUE 1925078388.
           05 FILLER        PIC 9(10) VALUE 2162078206.
           05 FILLER        PIC 9(10) VALUE 2614888103.
           05 FILLER        PIC 9(10) VALUE 3248222580.
           05 FILLER        PIC 9(10) VALUE 3835390401.
           05 FILLER        PIC 9(10) VALUE 4022224774.
           05 FILLER        PIC 9(10) VALUE 0264347078.
           05 FILLER        PIC 9(10) VALUE 0604807628.
           05 FILLER        PIC 9(10) VALUE 0770255983.
           05 FILLER        PIC 9(10) VALUE 1249150122.
           05 FILLER        PIC 9(10) VALUE 1555081692.
           05 FILLER        PIC 9(10) VALUE 1996064986.
           05 FILLER        PIC 9(10) VALUE 2554220882.
           05 FILLER        PIC 9(10) VALUE 2821834349.
           05 FILLER        PIC 9(10) VALUE 2952996808.
           05 FILLER        PIC 9(10) VALUE 3210313671.
           05 FILLER        PIC 9(10) VALUE 3336571891.
           05 FILLER        PIC 9(10) VALUE 3584528711.
           05 FILLER        PIC 9(10) VALUE 0113926993.
           05 FILLER        PIC 9(10) VALUE 0338241895.
           05 FILLER        PIC 9(10) VALUE 0666307205.
           05 FILLER        PIC 9(10) VALUE 0773529912.
           05 FILLER        PIC 9(10) VALUE 1294757372.
           05 FILLER        PIC 9(10) VALUE 1396182291.
           05 FILLER        PIC 9(10) VALUE 1695183700.
           05 FILLER        PIC 9(10) VALUE 1986661051.
           05 FILLER        PIC 9(10) VALUE 2177026350.
           05 FILLER        PIC 9(10) VALUE 2456956037.
           05 FILLER        PIC 9(10) VALUE 2730485921.
           05 FILLER        PIC 9(10) VALUE 2820302411.
           05 FILLER        PIC 9(10) VALUE 3259730800.
           05 FILLER        PIC 9(10) VALUE 3345764771.
           05 FILLER        PIC 9(10) VALUE 3516065817.
           05 FILLER        PIC 9(10) VALUE 3600352804.
           05 FILLER        PIC 9(10) VALUE 4094571909.
           05 FILLER        PIC 9(10) VALUE 0275423344.
           05 FILLER        PIC 9(10) VALUE 0430227734.
           05 FILLER        PIC 9(10) VALUE 0506948616.
           05 FILLER        PIC 9(10) VALUE 0659060556.
           05 FILLER        PIC 9(10) VALUE 0883997877.
           05 FILLER        PIC 9(10) VALUE 0958139571.
           05 FILLER        PIC 9(10) VALUE 1322822218.
           05 FILLER        PIC 9(10) VALUE 1537002063.
           05 FILLER        PIC 9(10) VALUE 1747873779.
           05 FILLER        PIC 9(10) VALUE 1955562222.
           05 FILLER        PIC 9(10) VALUE 2024104815.
           05 FILLER        PIC 9(10) VALUE 2227730452.
           05 FILLER        PIC 9(10) VALUE 2361852424.
           05 FILLER        PIC 9(10) VALUE 2428436474.
           05 FILLER        PIC 9(10) VALUE 2756734187.
           05 FILLER        PIC 9(10) VALUE 3204031479.
           05 FILLER        PIC 9(10) VALUE 3329325298.
       01 WS-K-TAB REDEFINES WS-K-VAL.
           05 WS-K          PIC 9(10) OCCURS 64 TIMES.

       01 WS-H-INI-VAL.
           05 FILLER        PIC 9(10) VALUE 1779033703.
           05 FILLER        PIC 9(10) VALUE 3144134277.
           05 FILLER        PIC 9(10) VALUE 1013904242.
           05 FILLER        PIC 9(10) VALUE 2773480762.
           05 FILLER        PIC 9(10) VALUE 1359893119.
           05 FILLER        PIC 9(10) VALUE 2600822924.
           05 FILLER        PIC 9(10) VALUE 0528734635.
           05 FILLER        PIC 9(10) VALUE 1541459225.
       01 WS-H-INI-TAB REDEFINES WS-H-INI-VAL.
           05 WS-H-INI      PIC 9(10) OCCURS 8 TIMES.

      *    Palavras de 32 bits, em binario para o CBL_XOR/CBL_AND.
       01 WS-H-TAB.
           05 WS-H          PIC 9(10) COMP-5 OCCURS 8 TIMES.
       01 WS-W-TAB.
           05 WS-W          PIC 9(10) COMP-5 OCCURS 64 TIMES.
       01 WS-POT-TAB.
           05 WS-POT        PIC 9(10) COMP-5 OCCURS 33 TIMES.
       77 WS-POT-PRONTA    PIC X(01) VALUE 'N'.
           88 POT-PRONTA   VALUE 'S'.

       77 WS-A             PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-B             PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-C             PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-D             PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-E             PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-F             PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-G             PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-HH            PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-T1            PIC 9(11) COMP-5 VALUE ZEROS.
       77 WS-T2            PIC 9(11) COMP-5 VALUE ZEROS.
       77 WS-SOMA          PIC 9(12) COMP-5 VALUE ZEROS.
       77 WS-QUOC          PIC 9(12) COMP-5 VALUE ZEROS.
       77 WS-MOD32         PIC 9(10) COMP-5 VALUE 4294967296.
       77 WS-UNS32         PIC 9(10) COMP-5 VALUE 4294967295.

      *    Operandos dos deslocamentos e das operacoes de bits.
       77 WS-RX            PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-RN            PIC 9(02) VALUE ZEROS.
       77 WS-RQ            PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-RM            PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-RR            PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-X1            PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-X2            PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-X3            PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-Y1            PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-Y2            PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-Y3            PIC 9(10) COMP-5 VALUE ZEROS.
       77 WS-TAM-PALAVRA   PIC 9(09) COMP-5 VALUE 8.

       77 WS-I             PIC 9(03) VALUE ZEROS.
       77 WS-J             PIC 9(03) VALUE ZEROS.

       LINKAGE             SECTION.

       COPY LK_AUDCHAIN.

       PROCEDURE   DIVISION   USING    LK-AUDCHAIN.

       INICIO.
           SET LK-ACH-OK TO TRUE
           MOVE '00'     TO LK-ACH-STAT
           IF NOT POT-PRONTA
              PERFORM MONTA-POTENCIAS
           END-IF
           IF NOT CAMINHOS-PRONTOS
              PERFORM MONTA-CAMINHOS
           END-IF

           EVALUATE TRUE
              WHEN LK-ACH-GRAVA
                 PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
              WHEN LK-ACH-CONFERE
                 PERFORM CONFERE-LINHA
              WHEN LK-ACH-CONSULTA
                 PERFORM CONSULTA-CONTROLE THRU CONSULTA-CONTROLE-FIM
              WHEN LK-ACH-ANCORA
                 PERFORM GRAVA-ANCORA THRU GRAVA-ANCORA-FIM
              WHEN OTHER
                 SET LK-ACH-ERRO TO TRUE
           END-EVALUATE
           GOBACK
           .
       FIM-PROGRAMA.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-LINHA.
      *-----------------------------------------------------------------
           PERFORM ABRE-CONTROLE THRU ABRE-CONTROLE-FIM
           IF LK-ACH-ERRO
              GO TO GRAVA-LINHA-FIM
           END-IF

           IF ENC-ULT-ELO = SPACES
              MOVE WS-ELO-INICIAL TO ENC-ULT-ELO
           END-IF
           COMPUTE WS-SEQ-NOVA = ENC-ULT-SEQ + 1

           MOVE SPACES         TO LK-ACH-SEP1 LK-ACH-SEP2 LK-ACH-SEP3
           MOVE WS-SEQ-NOVA    TO LK-ACH-SEQ
           PERFORM RESUME-IMAGEM
           MOVE WS-RESUMO-HEX  TO LK-ACH-RESUMO

           MOVE ENC-ULT-ELO    TO MEL-ELO-ANT
           MOVE WS-SEQ-NOVA    TO MEL-SEQ
           MOVE LK-ACH-RESUMO  TO MEL-RESUMO
           PERFORM RESUME-ELO
           MOVE WS-RESUMO-HEX  TO LK-ACH-ELO

           OPEN EXTEND AUDITLOG
           IF FSA-NAO-EXISTE
              OPEN OUTPUT AUDITLOG
              CLOSE AUDITLOG
              OPEN EXTEND AUDITLOG
           END-IF
           IF NOT FSA-OK
              SET LK-ACH-ERRO TO TRUE
              MOVE AUD-STAT   TO LK-ACH-STAT
              CLOSE AUDENC
              GO TO GRAVA-LINHA-FIM
           END-IF

           WRITE AUDITLOG-REG FROM LK-ACH-REGISTRO
           IF NOT FSA-OK
              SET LK-ACH-ERRO TO TRUE
              MOVE AUD-STAT   TO LK-ACH-STAT
              CLOSE AUDITLOG AUDENC
              GO TO GRAVA-LINHA-FIM
           END-IF
           CLOSE AUDITLOG

      *    So depois da linha gravada o controle avanca: linha que
      *    nao chegou ao arquivo nao consome sequencia.
           MOVE WS-SEQ-NOVA    TO ENC-ULT-SEQ
           MOVE LK-ACH-ELO     TO ENC-ULT-ELO
           IF LK-ACH-LINHA (1:8) IS NUMERIC
              MOVE LK-ACH-LINHA (1:8) TO ENC-ULT-DATA
           ELSE
              ACCEPT ENC-ULT-DATA FROM DATE YYYYMMDD
           END-IF
           REWRITE AUDENC-REG
               INVALID KEY
                  SET LK-ACH-ERRO TO TRUE
                  MOVE ENC-STAT TO LK-ACH-STAT
           END-REWRITE
           CLOSE AUDENC
           .
       GRAVA-LINHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONFERE-LINHA.
      *-----------------------------------------------------------------
      *    Resumo da imagem lida e elo recalculado a partir do elo
      *    anterior informado e do resumo gravado na linha; quem
      *    compara e' o chamador (PROG191).
           PERFORM RESUME-IMAGEM
           MOVE WS-RESUMO-HEX  TO LK-ACH-RESUMO-CALC

           MOVE LK-ACH-ELO-ANT TO MEL-ELO-ANT
           MOVE LK-ACH-SEQ     TO MEL-SEQ
           MOVE LK-ACH-RESUMO  TO MEL-RESUMO
           PERFORM RESUME-ELO
           MOVE WS-RESUMO-HEX  TO LK-ACH-ELO-CALC
           .
       CONFERE-LINHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONSULTA-CONTROLE.
      *-----------------------------------------------------------------
           PERFORM ABRE-CONTROLE THRU ABRE-CONTROLE-FIM
           IF LK-ACH-ERRO
              GO TO CONSULTA-CONTROLE-FIM
           END-IF
           PERFORM DEVOLVE-CONTROLE
           CLOSE AUDENC
           .
       CONSULTA-CONTROLE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GRAVA-ANCORA.
      *-----------------------------------------------------------------
      *    A ancora so avanca: um expurgo repetido, ou de outro
      *    historico, nao a faz recuar.
           PERFORM ABRE-CONTROLE THRU ABRE-CONTROLE-FIM
           IF LK-ACH-ERRO
              GO TO GRAVA-ANCORA-FIM
           END-IF

           IF LK-ACH-ANC-SEQ > ENC-ANC-SEQ
              MOVE LK-ACH-ANC-SEQ  TO ENC-ANC-SEQ
              MOVE LK-ACH-ANC-ELO  TO ENC-ANC-ELO
              MOVE LK-ACH-ANC-DATA TO ENC-ANC-DATA
              REWRITE AUDENC-REG
                  INVALID KEY
                     SET LK-ACH-ERRO TO TRUE
                     MOVE ENC-STAT TO LK-ACH-STAT
              END-REWRITE
           END-IF
           PERFORM DEVOLVE-CONTROLE
           CLOSE AUDENC
           .
       GRAVA-ANCORA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       DEVOLVE-CONTROLE.
      *-----------------------------------------------------------------
           MOVE ENC-ULT-SEQ    TO LK-ACH-ULT-SEQ
           MOVE ENC-ULT-ELO    TO LK-ACH-ULT-ELO
           MOVE ENC-ULT-DATA   TO LK-ACH-ULT-DATA
           MOVE ENC-ANC-SEQ    TO LK-ACH-ANC-SEQ
           MOVE ENC-ANC-ELO    TO LK-ACH-ANC-ELO
           MOVE ENC-ANC-DATA   TO LK-ACH-ANC-DATA
           .
       DEVOLVE-CONTROLE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ABRE-CONTROLE.
      *-----------------------------------------------------------------
           OPEN I-O AUDENC
           IF FSE-NAO-EXISTE
              OPEN OUTPUT AUDENC
              CLOSE AUDENC
              OPEN I-O AUDENC
           END-IF
           IF NOT FSE-OK
              SET LK-ACH-ERRO TO TRUE
              MOVE ENC-STAT TO LK-ACH-STAT
              GO TO ABRE-CONTROLE-FIM
           END-IF

           MOVE 'A' TO ENC-CHAVE
           READ AUDENC
                INVALID KEY
                   PERFORM SEMEIA-CONTROLE
                      THRU SEMEIA-CONTROLE-FIM
                   MOVE 'A' TO ENC-CHAVE
                   WRITE AUDENC-REG END-WRITE
           END-READ
           .
       ABRE-CONTROLE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       SEMEIA-CONTROLE.
      *-----------------------------------------------------------------
      *    Controle novo: parte da ultima linha ja encadeada de
      *    AUDITLOG.TXT, se houver; as linhas gravadas antes do
      *    encadeamento (sequencia em branco) ficam fora da cadeia.
           MOVE ZEROS          TO ENC-ULT-SEQ ENC-ULT-DATA
                                  ENC-ANC-SEQ ENC-ANC-DATA
           MOVE WS-ELO-INICIAL TO ENC-ULT-ELO ENC-ANC-ELO

           OPEN INPUT AUDITLOG
           IF NOT FSA-OK
              CLOSE AUDITLOG
              GO TO SEMEIA-CONTROLE-FIM
           END-IF
           PERFORM SEMEIA-UMA-LINHA
              THRU SEMEIA-UMA-LINHA-SAI UNTIL FSA-FIM-REG
           CLOSE AUDITLOG
           .
       SEMEIA-CONTROLE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       SEMEIA-UMA-LINHA.
      *-----------------------------------------------------------------
           READ AUDITLOG NEXT AT END
                GO TO SEMEIA-UMA-LINHA-SAI
           END-READ

           IF ACD-SEQ-X IS NOT NUMERIC OR ACD-ELO = SPACES
              GO TO SEMEIA-UMA-LINHA-SAI
           END-IF
           IF ACD-SEQ > ENC-ULT-SEQ
              MOVE ACD-SEQ     TO ENC-ULT-SEQ
              MOVE ACD-ELO     TO ENC-ULT-ELO
              IF ACD-LINHA (1:8) IS NUMERIC
                 MOVE ACD-LINHA (1:8) TO ENC-ULT-DATA
              END-IF
           END-IF
           .
       SEMEIA-UMA-LINHA-SAI.
           EXIT.

      *-----------------------------------------------------------------
       RESUME-IMAGEM.
      *-----------------------------------------------------------------
           MOVE SPACES          TO WS-MENSAGEM
           MOVE LK-ACH-LINHA    TO WS-MENSAGEM (1:131)
           MOVE 131             TO WS-TAM-MENSAGEM
           PERFORM SHA256-MENSAGEM
           .
       RESUME-IMAGEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
       RESUME-ELO.
      *-----------------------------------------------------------------
           MOVE SPACES          TO WS-MENSAGEM
           MOVE WS-MSG-ELO      TO WS-MENSAGEM (1:138)
           MOVE 138             TO WS-TAM-MENSAGEM
           PERFORM SHA256-MENSAGEM
           .
       RESUME-ELO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       SHA256-MENSAGEM.
      *-----------------------------------------------------------------
      *    SHA-256 de WS-MENSAGEM (WS-TAM-MENSAGEM posicoes, ate tres
      *    blocos) em WS-RESUMO-HEX: enchimento com o bit 1, zeros e
      *    o tamanho em bits no fim do ultimo bloco.
           MOVE LOW-VALUES TO WS-BLOCOS
           MOVE WS-MENSAGEM (1:WS-TAM-MENSAGEM)
             TO WS-BLOCOS (1:WS-TAM-MENSAGEM)
           MOVE X'80' TO WS-BLOCOS (WS-TAM-MENSAGEM + 1:1)
           COMPUTE WS-QTD-BLOCOS = (WS-TAM-MENSAGEM + 8) / 64 + 1
           COMPUTE WS-FIM-BLOCOS = WS-QTD-BLOCOS * 64
           COMPUTE WS-SOMA = WS-TAM-MENSAGEM * 8
           DIVIDE WS-SOMA BY 256 GIVING WS-QUOC REMAINDER WS-RM
           MOVE FUNCTION CHAR (WS-QUOC + 1)
             TO WS-BLOCOS (WS-FIM-BLOCOS - 1:1)
           MOVE FUNCTION CHAR (WS-RM + 1)
             TO WS-BLOCOS (WS-FIM-BLOCOS:1)

           PERFORM CARREGA-H VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 8
           PERFORM COMPRIME-BLOCO
               VARYING WS-NUM-BLOCO FROM 1 BY 1
                 UNTIL WS-NUM-BLOCO > WS-QTD-BLOCOS

           PERFORM EDITA-HEXA
               VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 8
           .
       SHA256-MENSAGEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
       COMPRIME-BLOCO.
      *-----------------------------------------------------------------
      *    Um bloco de 64 posicoes sobre o estado H corrente.
           MOVE WS-BLOCOS ((WS-NUM-BLOCO - 1) * 64 + 1:64) TO WS-BLOCO
           PERFORM CARREGA-PALAVRA
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 16
           PERFORM EXPANDE-PALAVRA
               VARYING WS-I FROM 17 BY 1 UNTIL WS-I > 64

           MOVE WS-H (1) TO WS-A
           MOVE WS-H (2) TO WS-B
           MOVE WS-H (3) TO WS-C
           MOVE WS-H (4) TO WS-D
           MOVE WS-H (5) TO WS-E
           MOVE WS-H (6) TO WS-F
           MOVE WS-H (7) TO WS-G
           MOVE WS-H (8) TO WS-HH
           PERFORM RODADA VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 64

           COMPUTE WS-SOMA = WS-H (1) + WS-A
           PERFORM REDUZ-32
           MOVE WS-SOMA TO WS-H (1)
           COMPUTE WS-SOMA = WS-H (2) + WS-B
           PERFORM REDUZ-32
           MOVE WS-SOMA TO WS-H (2)
           COMPUTE WS-SOMA = WS-H (3) + WS-C
           PERFORM REDUZ-32
           MOVE WS-SOMA TO WS-H (3)
           COMPUTE WS-SOMA = WS-H (4) + WS-D
           PERFORM REDUZ-32
           MOVE WS-SOMA TO WS-H (4)
           COMPUTE WS-SOMA = WS-H (5) + WS-E
           PERFORM REDUZ-32
           MOVE WS-SOMA TO WS-H (5)
           COMPUTE WS-SOMA = WS-H (6) + WS-F
           PERFORM REDUZ-32
           MOVE WS-SOMA TO WS-H (6)
           COMPUTE WS-SOMA = WS-H (7) + WS-G
           PERFORM REDUZ-32
           MOVE WS-SOMA TO WS-H (7)
           COMPUTE WS-SOMA = WS-H (8) + WS-HH
           PERFORM REDUZ-32
           MOVE WS-SOMA TO WS-H (8)
           .
       COMPRIME-BLOCO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MONTA-CAMINHOS.
      *-----------------------------------------------------------------
      *    O diretorio dos arquivos de dados vem da variavel de
      *    ambiente COBOL_DATA_DIR (com a barra final incluida), para
      *    permitir apontar um ambiente de testes sem recompilar. Se
      *    a variavel nao estiver definida, mantem C:\COBOL\.
           ACCEPT WS-DIR-DADOS FROM ENVIRONMENT 'COBOL_DATA_DIR'
           IF WS-DIR-DADOS = SPACES
              MOVE 'C:\COBOL\' TO WS-DIR-DADOS
           END-IF

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'AUDENC.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-AUDENC
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'AUDITLOG.TXT'               DELIMITED BY SIZE
             INTO WS-ARQ-AUDITLOG
           END-STRING
           SET CAMINHOS-PRONTOS TO TRUE
           .
       MONTA-CAMINHOS-FIM.
           EXIT.


      *-----------------------------------------------------------------
       CARREGA-H.
      *-----------------------------------------------------------------
           MOVE WS-H-INI (WS-J) TO WS-H (WS-J)
           .
       CARREGA-H-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CARREGA-PALAVRA.
      *-----------------------------------------------------------------
      *    Palavra WS-I do bloco, 4 bytes na ordem big-endian.
           COMPUTE WS-POS = (WS-I - 1) * 4 + 1
           MOVE ZEROS TO WS-SOMA
           PERFORM SOMA-BYTE 4 TIMES
           MOVE WS-SOMA TO WS-W (WS-I)
           .
       CARREGA-PALAVRA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       SOMA-BYTE.
      *-----------------------------------------------------------------
           COMPUTE WS-BYTE = FUNCTION ORD (WS-BLOCO (WS-POS:1)) - 1
           COMPUTE WS-SOMA = WS-SOMA * 256 + WS-BYTE
           ADD 1 TO WS-POS
           .
       SOMA-BYTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       EXPANDE-PALAVRA.
      *-----------------------------------------------------------------
      *    W(i) = s1(W(i-2)) + W(i-7) + s0(W(i-15)) + W(i-16).
           MOVE WS-W (WS-I - 15) TO WS-RX
           MOVE 7  TO WS-RN
           PERFORM ROTACIONA
           MOVE WS-RR TO WS-X1
           MOVE 18 TO WS-RN
           PERFORM ROTACIONA
           MOVE WS-RR TO WS-X2
           MOVE 3  TO WS-RN
           PERFORM DESLOCA
           MOVE WS-RR TO WS-X3
           PERFORM XOR-TRES
           MOVE WS-X3 TO WS-Y1

           MOVE WS-W (WS-I - 2) TO WS-RX
           MOVE 17 TO WS-RN
           PERFORM ROTACIONA
           MOVE WS-RR TO WS-X1
           MOVE 19 TO WS-RN
           PERFORM ROTACIONA
           MOVE WS-RR TO WS-X2
           MOVE 10 TO WS-RN
           PERFORM DESLOCA
           MOVE WS-RR TO WS-X3
           PERFORM XOR-TRES

           COMPUTE WS-SOMA = WS-W (WS-I - 16) + WS-Y1
                           + WS-W (WS-I - 7)  + WS-X3
           PERFORM REDUZ-32
           MOVE WS-SOMA TO WS-W (WS-I)
           .
       EXPANDE-PALAVRA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       RODADA.
      *-----------------------------------------------------------------
      *    S1 = ROTR6(e) ^ ROTR11(e) ^ ROTR25(e)
           MOVE WS-E TO WS-RX
           MOVE 6  TO WS-RN
           PERFORM ROTACIONA
           MOVE WS-RR TO WS-X1
           MOVE 11 TO WS-RN
           PERFORM ROTACIONA
           MOVE WS-RR TO WS-X2
           MOVE 25 TO WS-RN
           PERFORM ROTACIONA
           MOVE WS-RR TO WS-X3
           PERFORM XOR-TRES
           MOVE WS-X3 TO WS-Y1

      *    ch = (e AND f) ^ ((NOT e) AND g)
           MOVE WS-F TO WS-Y2
           CALL "CBL_AND" USING WS-E WS-Y2
                          BY VALUE WS-TAM-PALAVRA
           END-CALL
           COMPUTE WS-X1 = WS-UNS32 - WS-E
           MOVE WS-G TO WS-Y3
           CALL "CBL_AND" USING WS-X1 WS-Y3
                          BY VALUE WS-TAM-PALAVRA
           END-CALL
           CALL "CBL_XOR" USING WS-Y2 WS-Y3
                          BY VALUE WS-TAM-PALAVRA
           END-CALL

           COMPUTE WS-SOMA = WS-HH + WS-Y1 + WS-Y3
                           + WS-K (WS-I) + WS-W (WS-I)
           PERFORM REDUZ-32
           MOVE WS-SOMA TO WS-T1

      *    S0 = ROTR2(a) ^ ROTR13(a) ^ ROTR22(a)
           MOVE WS-A TO WS-RX
           MOVE 2  TO WS-RN
           PERFORM ROTACIONA
           MOVE WS-RR TO WS-X1
           MOVE 13 TO WS-RN
           PERFORM ROTACIONA
           MOVE WS-RR TO WS-X2
           MOVE 22 TO WS-RN
           PERFORM ROTACIONA
           MOVE WS-RR TO WS-X3
           PERFORM XOR-TRES
           MOVE WS-X3 TO WS-Y1

      *    maj = (a AND b) ^ (a AND c) ^ (b AND c)
           MOVE WS-B TO WS-X1
           CALL "CBL_AND" USING WS-A WS-X1
                          BY VALUE WS-TAM-PALAVRA
           END-CALL
           MOVE WS-C TO WS-X2
           CALL "CBL_AND" USING WS-A WS-X2
                          BY VALUE WS-TAM-PALAVRA
           END-CALL
           MOVE WS-C TO WS-X3
           CALL "CBL_AND" USING WS-B WS-X3
                          BY VALUE WS-TAM-PALAVRA
           END-CALL
           PERFORM XOR-TRES

           COMPUTE WS-SOMA = WS-Y1 + WS-X3
           PERFORM REDUZ-32
           MOVE WS-SOMA TO WS-T2

           MOVE WS-G  TO WS-HH
           MOVE WS-F  TO WS-G
           MOVE WS-E  TO WS-F
           COMPUTE WS-SOMA = WS-D + WS-T1
           PERFORM REDUZ-32
           MOVE WS-SOMA TO WS-E
           MOVE WS-C  TO WS-D
           MOVE WS-B  TO WS-C
           MOVE WS-A  TO WS-B
           COMPUTE WS-SOMA = WS-T1 + WS-T2
           PERFORM REDUZ-32
           MOVE WS-SOMA TO WS-A
           .
       RODADA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ROTACIONA.
      *-----------------------------------------------------------------
      *    WS-RR = WS-RX girado WS-RN bits para a direita (32 bits).
           DIVIDE WS-RX BY WS-POT (WS-RN + 1)
                  GIVING WS-RQ REMAINDER WS-RM
           COMPUTE WS-RR = WS-RQ + WS-RM * WS-POT (33 - WS-RN)
           .
       ROTACIONA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       DESLOCA.
      *-----------------------------------------------------------------
      *    WS-RR = WS-RX deslocado WS-RN bits para a direita.
           DIVIDE WS-RX BY WS-POT (WS-RN + 1) GIVING WS-RR
           .
       DESLOCA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       XOR-TRES.
      *-----------------------------------------------------------------
      *    WS-X3 = WS-X1 ^ WS-X2 ^ WS-X3.
           CALL "CBL_XOR" USING WS-X1 WS-X2
                          BY VALUE WS-TAM-PALAVRA
           END-CALL
           CALL "CBL_XOR" USING WS-X2 WS-X3
                          BY VALUE WS-TAM-PALAVRA
           END-CALL
           .
       XOR-TRES-FIM.
           EXIT.

      *-----------------------------------------------------------------
       REDUZ-32.
      *-----------------------------------------------------------------
           DIVIDE WS-SOMA BY WS-MOD32 GIVING WS-QUOC REMAINDER WS-SOMA
           .
       REDUZ-32-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MONTA-POTENCIAS.
      *-----------------------------------------------------------------
      *    WS-POT (n + 1) = 2 elevado a n, n de 0 a 32.
           MOVE 1 TO WS-POT (1)
           PERFORM DOBRA-POTENCIA
               VARYING WS-I FROM 2 BY 1 UNTIL WS-I > 33
           SET POT-PRONTA TO TRUE
           .
       MONTA-POTENCIAS-FIM.
           EXIT.

      *-----------------------------------------------------------------
       DOBRA-POTENCIA.
      *-----------------------------------------------------------------
           COMPUTE WS-POT (WS-I) = WS-POT (WS-I - 1) * 2
           .
       DOBRA-POTENCIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       EDITA-HEXA.
      *-----------------------------------------------------------------
      *    Palavra WS-J do resumo em 8 digitos hexadecimais.
           MOVE WS-H (WS-J) TO WS-SOMA
           COMPUTE WS-POS = WS-J * 8
           PERFORM EXTRAI-DIGITO 8 TIMES
           .
       EDITA-HEXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       EXTRAI-DIGITO.
      *-----------------------------------------------------------------
           DIVIDE WS-SOMA BY 16 GIVING WS-SOMA REMAINDER WS-DIGITO
           MOVE WS-DIG-HEX (WS-DIGITO + 1:1)
             TO WS-RESUMO-HEX (WS-POS:1)
           SUBTRACT 1 FROM WS-POS
           .
       EXTRAI-DIGITO-FIM.
           EXIT.
