      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG19 - Resumo de Senha de Operador
      * Objetivos.: Guardar a senha de OPERADOR.ARQ de forma que nao
      *             possa ser recuperada: o arquivo leva so um resumo
      *             SHA-256 com sal, iterado OPE-SENHA-CUSTO vezes. O
      *             login gera o resumo da senha digitada com o sal e
      *             o custo gravados e compara, sem nunca decifrar.
      *             Registro ainda nao convertido (OPE-SENHA-VERSAO
      *             em branco) e' conferido pela cifra antiga de
      *             OPE-SENHA ate a data de corte PAR-SENHA-CORTE.
      * Chamadas..: PROG41 - Leitura dos Parametros Gerais
      * Parametros: (E) Esperado e (D) Devolvido (LK_SENHA):
      * LK-SEN-OPERACAO - (E) G = gera resumo / C = confere senha
      * LK-SEN-ENTRADA  - (E) Senha em claro (ate 20 posicoes)
      * LK-SEN-LEGADA   - (E/D) OPE-SENHA (cifra antiga); na geracao
      *                   volta em branco
      * LK-SEN-FORTE    - (E/D) OPE-SENHA-FORTE (versao, custo, sal e
      *                   resumo); devolvido na geracao
      * LK-SEN-RETORNO  - (D) S = confere, N = nao confere, E = cifra
      *                   antiga apos a data de corte
      * LK-SEN-CONVERTER- (D) S = conferiu pela cifra antiga
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Cifra por deslocamento de caractere trocada
      *              por resumo SHA-256 iterado com sal de 16
      *              posicoes e frase-senha de ate 20; a cifra
      *              antiga so e' aceita para a conversao no
      *              login, ate a data de corte dos parametros.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG19.
       DATA                DIVISION.
       WORKING-STORAGE     SECTION.

      *    Iteracoes do resumo gravadas nas senhas novas. Aumentar
      *    aqui nao invalida as ja gravadas: cada uma guarda o seu.
       77 WS-CUSTO-PADRAO  PIC 9(05) VALUE 01000.

       77 WS-IDX           PIC 9(02) VALUE ZEROS.
       77 WS-ORD           PIC 9(05) VALUE ZEROS.
       77 WS-NOVO          PIC 9(05) VALUE ZEROS.
       77 WS-CIFRADA       PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.

       77 WS-SAL           PIC X(16) VALUE SPACES.
       77 WS-CUSTO         PIC 9(05) VALUE ZEROS.
       77 WS-ITERACOES     PIC 9(05) VALUE ZEROS.
       77 WS-RESUMO-HEX    PIC X(64) VALUE SPACES.
       77 WS-RESUMO-BIN    PIC X(32) VALUE SPACES.

       77 WS-SEMEADO       PIC X(01) VALUE 'N'.
           88 JA-SEMEADO   VALUE 'S'.
       77 WS-HORA          PIC 9(08) VALUE ZEROS.
       77 WS-SEMENTE       PIC 9(09) VALUE ZEROS.
       77 WS-ALEATORIO     PIC 9V9(09) VALUE ZEROS.
       77 WS-DIGITO        PIC 9(02) VALUE ZEROS.
       77 WS-DIG-HEX       PIC X(16) VALUE '0123456789abcdef'.

      *    Mensagem de um bloco SHA-256 (ate 55 posicoes).
       77 WS-MENSAGEM      PIC X(55) VALUE SPACES.
       77 WS-TAM-MENSAGEM  PIC 9(02) VALUE ZEROS.
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

       COPY LK_PARAM.

       LINKAGE             SECTION.

       COPY LK_SENHA.

       PROCEDURE   DIVISION   USING    LK-SENHA.

       INICIO.
           MOVE 'N' TO LK-SEN-RETORNO
           MOVE 'N' TO LK-SEN-CONVERTER
           IF NOT POT-PRONTA
              PERFORM MONTA-POTENCIAS
           END-IF

           EVALUATE TRUE
              WHEN LK-SEN-GERA
                 PERFORM GERA-RESUMO
              WHEN LK-SEN-CONFERE
                 PERFORM CONFERE-SENHA THRU CONFERE-SENHA-FIM
           END-EVALUATE
           GOBACK
           .
       FIM-PROGRAMA.
           EXIT.

      *-----------------------------------------------------------------
       GERA-RESUMO.
      *-----------------------------------------------------------------
      *    Senha nova: sal novo, custo padrao e a cifra antiga em
      *    branco para o chamador limpar OPE-SENHA.
           PERFORM GERA-SAL
           MOVE WS-CUSTO-PADRAO TO WS-CUSTO
           PERFORM CALCULA-RESUMO

           MOVE '1'             TO LK-SEN-VERSAO
           MOVE WS-CUSTO        TO LK-SEN-CUSTO
           MOVE WS-SAL          TO LK-SEN-SAL
           MOVE WS-RESUMO-HEX   TO LK-SEN-RESUMO
           MOVE SPACES          TO LK-SEN-LEGADA
           SET LK-SEN-OK        TO TRUE
           .
       GERA-RESUMO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CONFERE-SENHA.
      *-----------------------------------------------------------------
           IF LK-SEN-RESUMO-V1
              IF LK-SEN-CUSTO NOT NUMERIC OR LK-SEN-CUSTO = ZEROS
                 GO TO CONFERE-SENHA-FIM
              END-IF
              MOVE LK-SEN-SAL   TO WS-SAL
              MOVE LK-SEN-CUSTO TO WS-CUSTO
              PERFORM CALCULA-RESUMO
              IF WS-RESUMO-HEX = LK-SEN-RESUMO
                 SET LK-SEN-OK TO TRUE
              END-IF
              GO TO CONFERE-SENHA-FIM
           END-IF

      *    Registro ainda nao convertido: cifra antiga (ou senha em
      *    claro de cadastro mais antigo), so com ate 8 posicoes.
      *    OPE-SENHA em branco = expurgada, so o reset libera.
           IF LK-SEN-LEGADA = SPACES
              OR LK-SEN-ENTRADA (9:12) NOT = SPACES
              GO TO CONFERE-SENHA-FIM
           END-IF

           MOVE SPACES TO WS-CIFRADA
           PERFORM CIFRA-CARACTER
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
           IF LK-SEN-LEGADA NOT = WS-CIFRADA
              AND LK-SEN-LEGADA NOT = LK-SEN-ENTRADA (1:8)
              GO TO CONFERE-SENHA-FIM
           END-IF

           CALL "PROG41" USING LK-PARAM END-CALL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF LK-PAR-SENHA-CORTE NOT = ZEROS
              AND WS-DATA-HOJE > LK-PAR-SENHA-CORTE
              SET LK-SEN-EXPIRADA TO TRUE
              GO TO CONFERE-SENHA-FIM
           END-IF

           SET LK-SEN-OK       TO TRUE
           SET LK-SEN-CONVERTE TO TRUE
           .
       CONFERE-SENHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CIFRA-CARACTER.
      *-----------------------------------------------------------------
      *    Cifra antiga, mantida so para conferir os registros ainda
      *    nao convertidos: desloca cada caractere dentro da faixa
      *    imprimivel (33-126 da tabela ASCII), com um passo que
      *    depende da posicao.
           COMPUTE WS-ORD  = FUNCTION ORD (LK-SEN-ENTRADA (WS-IDX:1))
           COMPUTE WS-NOVO =
                   FUNCTION MOD (WS-ORD - 34 + (WS-IDX * 7) + 13, 94)
                   + 34
           MOVE FUNCTION CHAR (WS-NOVO)
                           TO WS-CIFRADA (WS-IDX:1)
           .
       CIFRA-CARACTER-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GERA-SAL.
      *-----------------------------------------------------------------
      *    16 digitos hexadecimais sorteados; o gerador e' semeado
      *    uma vez por execucao com a data e a hora.
           IF NOT JA-SEMEADO
              ACCEPT WS-HORA      FROM TIME
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              COMPUTE WS-SEMENTE =
                      FUNCTION MOD (WS-DATA-HOJE, 1000) * 1000000
                      + FUNCTION MOD (WS-HORA, 1000000)
              COMPUTE WS-ALEATORIO = FUNCTION RANDOM (WS-SEMENTE)
              SET JA-SEMEADO TO TRUE
           END-IF

           PERFORM SORTEIA-DIGITO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 16
           .
       GERA-SAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
       SORTEIA-DIGITO.
      *-----------------------------------------------------------------
           COMPUTE WS-ALEATORIO = FUNCTION RANDOM
           COMPUTE WS-DIGITO = WS-ALEATORIO * 16
           MOVE WS-DIG-HEX (WS-DIGITO + 1:1) TO WS-SAL (WS-I:1)
           .
       SORTEIA-DIGITO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CALCULA-RESUMO.
      *-----------------------------------------------------------------
      *    Primeira volta sobre sal + senha; cada volta seguinte
      *    sobre o resumo anterior + senha. WS-SAL e WS-CUSTO ja
      *    carregados.
           MOVE SPACES          TO WS-MENSAGEM
           MOVE WS-SAL          TO WS-MENSAGEM (1:16)
           MOVE LK-SEN-ENTRADA  TO WS-MENSAGEM (17:20)
           MOVE 36              TO WS-TAM-MENSAGEM
           PERFORM SHA256-BLOCO

           COMPUTE WS-ITERACOES = WS-CUSTO - 1
           PERFORM ITERA-RESUMO WS-ITERACOES TIMES

           PERFORM EDITA-HEXA
               VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 8
           .
       CALCULA-RESUMO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ITERA-RESUMO.
      *-----------------------------------------------------------------
           MOVE SPACES          TO WS-MENSAGEM
           MOVE WS-RESUMO-BIN   TO WS-MENSAGEM (1:32)
           MOVE LK-SEN-ENTRADA  TO WS-MENSAGEM (33:20)
           MOVE 52              TO WS-TAM-MENSAGEM
           PERFORM SHA256-BLOCO
           .
       ITERA-RESUMO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       SHA256-BLOCO.
      *-----------------------------------------------------------------
      *    SHA-256 de WS-MENSAGEM (WS-TAM-MENSAGEM posicoes, um
      *    bloco) em WS-RESUMO-BIN: enchimento com o bit 1, zeros e
      *    o tamanho em bits no fim do bloco.
           MOVE LOW-VALUES TO WS-BLOCO
           MOVE WS-MENSAGEM (1:WS-TAM-MENSAGEM)
             TO WS-BLOCO (1:WS-TAM-MENSAGEM)
           MOVE X'80' TO WS-BLOCO (WS-TAM-MENSAGEM + 1:1)
           COMPUTE WS-SOMA = WS-TAM-MENSAGEM * 8
           DIVIDE WS-SOMA BY 256 GIVING WS-QUOC REMAINDER WS-RM
           MOVE FUNCTION CHAR (WS-QUOC + 1) TO WS-BLOCO (63:1)
           MOVE FUNCTION CHAR (WS-RM + 1)   TO WS-BLOCO (64:1)

           PERFORM CARREGA-H VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 8
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

           PERFORM EDITA-BINARIO
               VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 8
           .
       SHA256-BLOCO-FIM.
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
       EDITA-BINARIO.
      *-----------------------------------------------------------------
      *    Palavra WS-J do resumo em 4 bytes de WS-RESUMO-BIN.
           MOVE WS-H (WS-J) TO WS-SOMA
           COMPUTE WS-POS = WS-J * 4
           PERFORM EXTRAI-BYTE 4 TIMES
           .
       EDITA-BINARIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       EXTRAI-BYTE.
      *-----------------------------------------------------------------
           DIVIDE WS-SOMA BY 256 GIVING WS-SOMA REMAINDER WS-BYTE
           MOVE FUNCTION CHAR (WS-BYTE + 1) TO WS-RESUMO-BIN (WS-POS:1)
           SUBTRACT 1 FROM WS-POS
           .
       EXTRAI-BYTE-FIM.
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
