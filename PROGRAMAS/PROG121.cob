      *             registro por alvo em CAMPCLI.ARQ e carimba
      *             CAM-DT-GERACAO - dai em diante o PROG122
      *             consegue dizer o que a campanha produziu.
      *             A opcao PRC mantem a oferta da campanha em
      *             CAMPPROD.ARQ: preco promocional por produto;
      *             preco ZEROS exclui o produto. Excluir a campanha
      *             exclui a oferta.
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Oferta da campanha (opcao PRC): preco
      *              promocional por produto em CAMPPROD.ARQ,
      *              aplicado pelo PROG22 nos pedidos da campanha.
      *              Excluir a campanha exclui a oferta.
      *   2026 mnt - Canal da campanha (CAM-CANAL E/T/W), obrigatorio
      *              para gerar o publico: a geracao deixa de fora o
      *              cliente sem consentimento de marketing vigente no
      *              canal (CONSENT.ARQ, LGPD) e retira dele o alvo de
      *              uma geracao anterior, de modo que gerar de novo
      *              respeita as revogacoes.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG121.
              FILE STATUS  IS CPC-STAT
              RECORD KEY   IS CPC-KEY.

       SELECT CAMPPROD ASSIGN TO WS-ARQ-CAMPPROD
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS CPP-STAT
              RECORD KEY   IS CPP-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS PRO-STAT
              RECORD KEY   IS PRO-KEY.

       SELECT CONSENT ASSIGN TO WS-ARQ-CONSENT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CNS-STAT
              RECORD KEY   IS CNS-KEY.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS SEQUENTIAL

       COPY FD_CAMPCLI.

       COPY FD_CAMPPROD.

       COPY FD_PRODUTO.

       COPY FD_CLIENTES.

       COPY FD_CONSENT.

       WORKING-STORAGE SECTION.

       01 WS-MODULO.
       77 WS-ARQ-CAMPANHA    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CAMPCLI     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CAMPPROD    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONSENT     PIC X(70) VALUE SPACES.

       77 WS-OPCAO          PIC X(03) VALUE SPACES.
           88 INCLUIR       VALUE IS "INC" "inc".
           88 ALTERAR       VALUE IS "ALT" "alt".
           88 EXCLUIR       VALUE IS "EXC" "exc".
           88 GERAR         VALUE IS "GER" "ger".
           88 PRECOS        VALUE IS "PRC" "prc".
           88 FINALIZAR     VALUE IS "FIM" "fim".

       77 CAM-STAT          PIC 9(02).
           88 FSP-JA-EXISTE VALUE 22.
           88 FSP-NAO-EXISTE VALUE 35.

       77 CPP-STAT          PIC 9(02).
           88 FSO-OK        VALUE ZEROS.
           88 FSO-FIM-REG   VALUE 10.
           88 FSO-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

      *    Sem cadastro de produtos nao ha oferta a digitar.
       77 WS-TEM-PRODUTO    PIC X(01) VALUE 'N'.
           88 TEM-PRODUTO   VALUE 'S'.
           88 SEM-PRODUTO   VALUE 'N'.

       77 CNS-STAT          PIC 9(02).
           88 FSN-OK        VALUE ZEROS.
           88 FSN-NAO-EXISTE VALUE 35.

      *    Sem CONSENT.ARQ ninguem tem consentimento registrado: a
      *    geracao nao inclui ninguem.
       77 WS-TEM-CONSENT    PIC X(01) VALUE 'N'.
           88 TEM-CONSENT   VALUE 'S'.

       01 WS-CPP-NOVO       PIC X(28) VALUE SPACES.
       77 WS-DESC-PRODUTO   PIC X(30) VALUE SPACES.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-FIM-REG   VALUE 10.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-QTD-ALVOS      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-CONS   PIC 9(07) VALUE ZEROS.

       77 WS-NUML           PIC 999.
       77 WS-NUMC           PIC 999.
       01 SS-FUNCAO.
           05 SS-OPCAO.
               10 LINE 08 COLUMN 12 VALUE
                  "ESCOLHA OPCAO INC/ALT/EXC/GER/PRC/FIM :".
               10 LINE 08 COL PLUS 1 USING WS-OPCAO.

       01 SS-TELA-REGISTRO.
                 10 LINE 17 COLUMN 13 VALUE "FILTRO VD:".
                 10 COLUMN PLUS 2 PIC 9(05) USING CAM-FIL-VEND
                    BLANK WHEN ZEROS.
              07 SS-CANAL FOREGROUND-COLOR 2.
                 10 LINE 18 COLUMN 13 VALUE "CANAL....:".
                 10 COLUMN PLUS 2 PIC X(01) USING CAM-CANAL.
                 10 COLUMN PLUS 2 VALUE
                    "(E=E-MAIL T=TELEFONE W=WHATSAPP)".
           05 SS-GERACAO FOREGROUND-COLOR 2.
               10 LINE 19 COLUMN 13 VALUE "GERADA EM:".
               10 COLUMN PLUS 2 PIC 9(08) FROM CAM-DT-GERACAO.

       01 SS-OFERTA FOREGROUND-COLOR 2.
           05 LINE 20 COLUMN 13 VALUE "PRODUTO..:".
           05 COLUMN PLUS 2 PIC 9(05) USING CPP-PROD
              BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 PIC X(30) FROM WS-DESC-PRODUTO.
           05 LINE 21 COLUMN 13 VALUE "PRECO PRM:".
           05 COLUMN PLUS 2 PIC ZZZ.ZZ9,99 USING CPP-PRECO.
           05 COLUMN PLUS 2 VALUE "(ZEROS = EXCLUI O PRODUTO)".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 6 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
                       PERFORM EXCLUI THRU EXCLUI-FIM
                   WHEN GERAR
                       PERFORM GERA-PUBLICO THRU GERA-PUBLICO-FIM
                   WHEN PRECOS
                       PERFORM PRECOS-CAMPANHA
                          THRU PRECOS-CAMPANHA-FIM
                   WHEN FINALIZAR
                       MOVE "FIM PROCESSAMENTO" TO WS-MENSAG
                       DISPLAY SS-CABECALHO
                END-EVALUATE
           END-PERFORM

           CLOSE CAMPANHA CAMPCLI CAMPPROD CLIENTES
           IF TEM-PRODUTO
              CLOSE PRODUTO
           END-IF
           IF TEM-CONSENT
              CLOSE CONSENT
           END-IF
           GOBACK
           .

              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF

           IF NOT CAM-CANAL-VALIDO
              MOVE "CANAL INVALIDO (E/T/W)" TO WS-MSGERRO
              SET E-SIM TO TRUE
              PERFORM MOSTRA-ERRO
           END-IF
           .
       VALIDA-CAMPANHA-FIM.
           EXIT.
                      MOVE 'DELETE'                          TO LK-CMD
                      PERFORM ERRO-FILE-STATUS
                      SET E-SIM TO TRUE
                      GO EXCLUI-FIM
           END-DELETE.

      *    A oferta sai junto: um codigo reaproveitado nao herda
      *    preco promocional antigo.
           MOVE CAM-COD TO CPP-CAMPANHA
           MOVE ZEROS   TO CPP-PROD
           START CAMPPROD KEY NOT LESS THAN CPP-KEY
                 INVALID KEY
                    MOVE 10 TO CPP-STAT
           END-START
           PERFORM EXCLUI-UMA-OFERTA
              THRU EXCLUI-UMA-OFERTA-SAI UNTIL FSO-FIM-REG.
       EXCLUI-FIM.
           EXIT.

      *-----------------------------------------------------------------
       EXCLUI-UMA-OFERTA.
      *-----------------------------------------------------------------
           READ CAMPPROD NEXT AT END
                GO TO EXCLUI-UMA-OFERTA-SAI
           END-READ

           IF CPP-CAMPANHA NOT = CAM-COD
              MOVE 10 TO CPP-STAT
              GO TO EXCLUI-UMA-OFERTA-SAI
           END-IF

           DELETE CAMPPROD END-DELETE
           .
       EXCLUI-UMA-OFERTA-SAI.
           EXIT.

      *-----------------------------------------------------------------
       PRECOS-CAMPANHA.
      *-----------------------------------------------------------------
      *    Oferta de uma campanha ja gravada: preco promocional por
      *    produto, que o PROG22 aplica nos pedidos da campanha.
           MOVE "PRECOS PROMOCIONAIS" TO WS-MENSAG.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           MOVE SPACES TO CAMPANHA-CAM.
           MOVE ZEROS  TO CAM-DT-INICIO CAM-DT-FIM CAM-FIL-VEND
                          CAM-DT-GERACAO.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-CAMPANHA THRU LE-CAMPANHA-FIM.
           IF FS-CANCELA OR NOT FS-OK
               GO TO PRECOS-CAMPANHA-FIM
           END-IF
           DISPLAY SS-TELA-REGISTRO.

           PERFORM DIGITA-OFERTA THRU DIGITA-OFERTA-FIM
           .
       PRECOS-CAMPANHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       DIGITA-OFERTA.
      *-----------------------------------------------------------------
      *    Laco de digitacao: um produto por volta, ESC ou produto
      *    em branco encerra. Produto ja na oferta mostra o preco
      *    atual para alterar.
           IF SEM-PRODUTO
              MOVE "SEM CADASTRO DE PRODUTOS (PROG80)" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO DIGITA-OFERTA-FIM
           END-IF
           .
       DIGITA-UMA-OFERTA.
           MOVE CAM-COD TO CPP-CAMPANHA
           MOVE ZEROS   TO CPP-PROD CPP-PRECO
           MOVE SPACES  TO WS-DESC-PRODUTO
           DISPLAY SS-OFERTA
           ACCEPT  SS-OFERTA
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO DIGITA-OFERTA-FIM
           END-IF
           IF CPP-PROD = ZEROS
              GO TO DIGITA-OFERTA-FIM
           END-IF

           MOVE CPP-PROD TO PRO-COD
           READ PRODUTO
                INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO DIGITA-UMA-OFERTA
           END-READ
           MOVE PRO-DESCRICAO TO WS-DESC-PRODUTO

      *    Produto ja na oferta: mostra o gravado e aceita de novo.
           MOVE CAMPPROD-CPP TO WS-CPP-NOVO
           READ CAMPPROD
                INVALID KEY
                   MOVE WS-CPP-NOVO TO CAMPPROD-CPP
                   IF CPP-PRECO = ZEROS
                      MOVE "FAVOR INFORMAR O PRECO PROMOCIONAL"
                           TO WS-MSGERRO
                      PERFORM MOSTRA-ERRO
                      GO TO DIGITA-UMA-OFERTA
                   END-IF
                   MOVE WS-DATA-HOJE TO CPP-DT-ALTERACAO
                   WRITE CAMPPROD-CPP
                         INVALID KEY
                           MOVE 'PRECOS'                  TO LK-PAR
                           MOVE 'WRITE'                   TO LK-CMD
                           PERFORM ERRO-FS-OFERTA
                   END-WRITE
                   GO TO DIGITA-UMA-OFERTA
           END-READ

           DISPLAY SS-OFERTA
           ACCEPT  SS-OFERTA
           IF COB-CRT-STATUS = COB-SCR-ESC
              GO TO DIGITA-UMA-OFERTA
           END-IF
           MOVE CAM-COD TO CPP-CAMPANHA
           MOVE PRO-COD TO CPP-PROD

           IF CPP-PRECO = ZEROS
              DELETE CAMPPROD
                  INVALID KEY
                     MOVE 'PRECOS'                       TO LK-PAR
                     MOVE 'DELETE'                       TO LK-CMD
                     PERFORM ERRO-FS-OFERTA
              END-DELETE
              GO TO DIGITA-UMA-OFERTA
           END-IF

           MOVE WS-DATA-HOJE TO CPP-DT-ALTERACAO
           REWRITE CAMPPROD-CPP
               INVALID KEY
                  MOVE 'PRECOS'                          TO LK-PAR
                  MOVE 'REWRITE'                         TO LK-CMD
                  PERFORM ERRO-FS-OFERTA
           END-REWRITE
           GO TO DIGITA-UMA-OFERTA
           .
       DIGITA-OFERTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       GERA-PUBLICO.
      *-----------------------------------------------------------------
      *    Varre os clientes ativos aplicando o filtro salvo na
      *    campanha e grava os alvos em CAMPCLI.ARQ (geracao
      *    repetida regrava os alvos - clientes novos entram).
      *    So entra quem tem consentimento vigente no canal da
      *    campanha; quem revogou desde a geracao anterior sai.
           MOVE "GERACAO" TO WS-MENSAG.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           MOVE SPACES TO CAMPANHA-CAM.
           END-IF
           DISPLAY SS-TELA-REGISTRO.

           IF NOT CAM-CANAL-VALIDO
              MOVE "INFORME O CANAL DA CAMPANHA (ALT) ANTES DE GERAR"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO GERA-PUBLICO-FIM
           END-IF

           MOVE ZEROS TO WS-QTD-ALVOS WS-QTD-SEM-CONS

           MOVE LOW-VALUES TO CLIENTES-CLI
           START CLIENTES KEY NOT LESS THAN CLI-KEY
           REWRITE CAMPANHA-CAM END-REWRITE

           MOVE SPACES TO WS-MSGERRO
           STRING 'PUBLICO GERADO: ' WS-QTD-ALVOS ' CLIENTE(S), '
                  WS-QTD-SEM-CONS ' SEM CONSENTIMENTO'
                  DELIMITED BY SIZE
             INTO WS-MSGERRO
           END-STRING

           MOVE CAM-COD      TO CPC-CAMPANHA
           MOVE CLI-COD      TO CPC-CODC

           PERFORM VERIFICA-CONSENT THRU VERIFICA-CONSENT-FIM
           IF NOT CNS-CONCEDIDO
              ADD 1 TO WS-QTD-SEM-CONS
              DELETE CAMPCLI
                     INVALID KEY
                        CONTINUE
              END-DELETE
              GO TO GERA-UM-ALVO-SAI
           END-IF

           MOVE CLI-VEND     TO CPC-CODV
           MOVE WS-DATA-HOJE TO CPC-DT-GERACAO
           WRITE CAMPCLI-CPC
       GERA-UM-ALVO-SAI.
           EXIT.

      *-----------------------------------------------------------------
       VERIFICA-CONSENT.
      *-----------------------------------------------------------------
      *    Situacao do consentimento do cliente no canal da campanha;
      *    sem registro vale como nao consentido.
           MOVE SPACES TO CNS-SITUACAO
           IF NOT TEM-CONSENT
              GO TO VERIFICA-CONSENT-FIM
           END-IF

           MOVE CLI-COD   TO CNS-CODC
           MOVE CAM-CANAL TO CNS-CANAL
           READ CONSENT
                INVALID KEY
                   MOVE SPACES TO CNS-SITUACAO
           END-READ
           .
       VERIFICA-CONSENT-FIM.
           EXIT.

      *-----------------------------------------------------------------
       LE-CAMPANHA.
      *-----------------------------------------------------------------
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CAMPPROD.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CAMPPROD
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTO.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PRODUTO
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONSENT.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CONSENT
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
              OPEN I-O CAMPCLI
           END-IF

           OPEN I-O CAMPPROD
           IF FSO-NAO-EXISTE
              OPEN OUTPUT CAMPPROD
              CLOSE CAMPPROD
              OPEN I-O CAMPPROD
           END-IF

           SET TEM-PRODUTO TO TRUE
           OPEN INPUT PRODUTO
           IF FSPR-NAO-EXISTE
              SET SEM-PRODUTO TO TRUE
           END-IF

           OPEN INPUT CONSENT
           IF FSN-OK
              SET TEM-CONSENT TO TRUE
           END-IF

           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE THEN
              MOVE "ARQUIVO CLIENTES NAO ENCONTRADO" TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              CLOSE CAMPANHA CAMPCLI CAMPPROD CLIENTES
              IF TEM-PRODUTO
                 CLOSE PRODUTO
              END-IF
              IF TEM-CONSENT
                 CLOSE CONSENT
              END-IF
              GOBACK
           END-IF
           .
           .
       FIM-ERRO.
           EXIT.

      *-----------------------------------------------------------------
       ERRO-FS-OFERTA.
      *-----------------------------------------------------------------
           MOVE 'PROG121'                   TO LK-PRG
           MOVE 'CAMPPROD'                  TO LK-ARQ
           MOVE CPP-STAT                    TO LK-STA
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       ERRO-FS-OFERTA-FIM.
           EXIT.
