      *              registro no manifesto OUTMAN.ARQ para a baixa
      *              de entrega pelo PROG77.
      *   2026 mnt - Programa novo.
      *   2026 mnt - Coluna SUGESTOES no CSV da carteira com
      *              os produtos de venda cruzada (PROG174).
      *   2026 mnt - Consentimento de marketing (CONSENT.ARQ, LGPD):
      *              e-mail so sai com consentimento no canal e-mail,
      *              telefone so com consentimento em telefone ou
      *              WhatsApp; cliente sem consentimento vigente em
      *              nenhum canal fica fora da carteira extraida.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG25.
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS CLI-KEY.

       SELECT SUGEST ASSIGN TO WS-ARQ-SUGEST
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS SUG-STAT
              RECORD KEY           IS SUG-KEY.

       SELECT PRODUTO ASSIGN TO WS-ARQ-PRODUTO
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS PRO-STAT
              RECORD KEY           IS PRO-KEY.

       SELECT CONSENT ASSIGN TO WS-ARQ-CONSENT
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CNS-STAT
              RECORD KEY           IS CNS-KEY.

       SELECT CARTEIRA ASSIGN TO WS-ARQ-CARTEIRA
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS CAR-STAT.

       COPY FD_CLIENTES.

       COPY FD_SUGEST.

       COPY FD_PRODUTO.

       COPY FD_CONSENT.

       FD CARTEIRA.

       01 CARTEIRA-REG.
          05 CAR-IMP        PIC X(400).

       WORKING-STORAGE SECTION.

       77 WS-ARQ-DISTRIB     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CARTEIRA    PIC X(70) VALUE SPACES.
       77 WS-ARQ-SUGEST      PIC X(70) VALUE SPACES.
       77 WS-ARQ-PRODUTO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONSENT     PIC X(70) VALUE SPACES.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
       77 CAR-STAT          PIC 9(02).
           88 FSCA-OK       VALUE ZEROS.

       77 SUG-STAT          PIC 9(02).
           88 FSS-OK        VALUE ZEROS.
           88 FSS-NAO-EXISTE VALUE 35.

       77 PRO-STAT          PIC 9(02).
           88 FSPR-OK       VALUE ZEROS.
           88 FSPR-NAO-EXISTE VALUE 35.

       77 CNS-STAT          PIC 9(02).
           88 FSN-OK        VALUE ZEROS.
           88 FSN-NAO-EXISTE VALUE 35.

      *    Sugestoes de venda cruzada (PROG174) podem nem existir;
      *    vale a geracao do mes ou, sem ela, a do mes anterior.
       77 WS-TEM-SUGEST     PIC X(01) VALUE 'N'.
           88 TEM-SUGEST    VALUE 'S'.
           88 SEM-SUGEST    VALUE 'N'.

       77 WS-TEM-PRODUTO    PIC X(01) VALUE 'N'.
           88 TEM-PRODUTO   VALUE 'S'.
           88 SEM-PRODUTO   VALUE 'N'.

      *    Sem CONSENT.ARQ ninguem tem consentimento registrado e a
      *    carteira sai vazia.
       77 WS-TEM-CONSENT    PIC X(01) VALUE 'N'.
           88 TEM-CONSENT   VALUE 'S'.
       77 WS-CONSENTIU      PIC X(01) VALUE 'N'.
           88 CONSENTIU     VALUE 'S'.
       77 WS-CONS-EMAIL     PIC X(01) VALUE 'N'.
           88 CONS-EMAIL    VALUE 'S'.
       77 WS-CONS-FONE      PIC X(01) VALUE 'N'.
           88 CONS-FONE     VALUE 'S'.

       01 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO   PIC 9(04).
           05 WS-HOJE-MES   PIC 9(02).
           05 FILLER        PIC 9(02).
       77 WS-SUG-ANOMES     PIC 9(06) VALUE ZEROS.
       77 WS-SUG-ANOMES-ANT PIC 9(06) VALUE ZEROS.
       77 WS-IDX-SUG        PIC 9(01) VALUE ZEROS.
       77 WS-PTR-SUG        PIC 9(03) VALUE ZEROS.
       77 WS-DESC-SUG       PIC X(30) VALUE SPACES.

       77 WS-ERRO           PIC X.
           88 E-SIM         VALUES ARE "S".
           88 E-NAO         VALUES ARE "N".
           05 FILLER        PIC X(012)  VALUE 'COMPLEMENTO;'.
           05 FILLER        PIC X(007)  VALUE 'BAIRRO;'.
           05 FILLER        PIC X(010)  VALUE 'MUNICIPIO;'.
           05 FILLER        PIC X(010)  VALUE 'SUGESTOES;'.

       01 LINHA-CSV-DET.
           05 CSV-NOME      PIC X(040)  VALUE SPACES.
           05 FILLER        PIC X(001)  VALUE ';'.
           05 CSV-MUNIC     PIC X(030)  VALUE SPACES.
           05 FILLER        PIC X(001)  VALUE ';'.
           05 CSV-SUGESTOES PIC X(150)  VALUE SPACES.
           05 FILLER        PIC X(001)  VALUE ';'.

       COPY LK_OUTBOX.

              GO TO EXTRAI-UM-CLIENTE-SAI
           END-IF

           MOVE 'N' TO WS-CONS-EMAIL WS-CONS-FONE
           MOVE 'E' TO CNS-CANAL
           PERFORM VERIFICA-CANAL THRU VERIFICA-CANAL-FIM
           IF CONSENTIU
              SET CONS-EMAIL TO TRUE
           END-IF
           MOVE 'T' TO CNS-CANAL
           PERFORM VERIFICA-CANAL THRU VERIFICA-CANAL-FIM
           IF CONSENTIU
              SET CONS-FONE TO TRUE
           END-IF
           MOVE 'W' TO CNS-CANAL
           PERFORM VERIFICA-CANAL THRU VERIFICA-CANAL-FIM
           IF CONSENTIU
              SET CONS-FONE TO TRUE
           END-IF

           IF NOT CONS-EMAIL AND NOT CONS-FONE
              GO TO EXTRAI-UM-CLIENTE-SAI
           END-IF

           IF CARTEIRA-FECHADA
              PERFORM ABRE-CARTEIRA
           END-IF
           MOVE CLI-NOME     TO CSV-NOME
           MOVE CLI-CNPJ-FMT TO CSV-CNPJ
           MOVE CLI-CEP      TO CSV-CEP
           MOVE SPACES       TO CSV-TELEFONE CSV-EMAIL
           IF CONS-FONE
              MOVE CLI-TELEFONE TO CSV-TELEFONE
           END-IF
           IF CONS-EMAIL
              MOVE CLI-EMAIL    TO CSV-EMAIL
           END-IF
           MOVE CLI-LOGRADOURO  TO CSV-LOGRAD
           MOVE CLI-NUM-END     TO CSV-NUMEND
           MOVE CLI-COMPLEMENTO TO CSV-COMPL
           MOVE CLI-BAIRRO      TO CSV-BAIRRO
           MOVE CLI-MUNICIPIO   TO CSV-MUNIC
           PERFORM MONTA-SUGESTOES THRU MONTA-SUGESTOES-FIM
           WRITE CARTEIRA-REG FROM LINHA-CSV-DET
           ADD 1 TO WS-QTD-LINHAS
           .
       EXTRAI-UM-CLIENTE-SAI.
           EXIT.

      *-----------------------------------------------------------*
       VERIFICA-CANAL.
      *-----------------------------------------------------------*
      *    Consentimento vigente do cliente no canal em CNS-CANAL;
      *    sem registro vale como nao consentido.
           MOVE 'N' TO WS-CONSENTIU
           IF NOT TEM-CONSENT
              GO TO VERIFICA-CANAL-FIM
           END-IF

           MOVE CLI-COD TO CNS-CODC
           READ CONSENT
                INVALID KEY
                   GO TO VERIFICA-CANAL-FIM
           END-READ

           IF CNS-CONCEDIDO
              SET CONSENTIU TO TRUE
           END-IF
           .
       VERIFICA-CANAL-FIM.
           EXIT.

      *-----------------------------------------------------------*
       MONTA-SUGESTOES.
      *-----------------------------------------------------------*
      *    Produtos que clientes parecidos compram e este cliente
      *    nunca comprou (venda cruzada, PROG174), no formato
      *    codigo-descricao separados por barra.
           MOVE SPACES TO CSV-SUGESTOES
           IF SEM-SUGEST
              GO TO MONTA-SUGESTOES-FIM
           END-IF

           MOVE WS-SUG-ANOMES TO SUG-ANOMES
           MOVE CLI-COD       TO SUG-CODC
           READ SUGEST
                INVALID KEY
                   MOVE WS-SUG-ANOMES-ANT TO SUG-ANOMES
                   READ SUGEST
                        INVALID KEY
                           GO TO MONTA-SUGESTOES-FIM
                   END-READ
           END-READ

           MOVE 1 TO WS-PTR-SUG
           PERFORM EDITA-SUGESTAO
               VARYING WS-IDX-SUG FROM 1 BY 1
               UNTIL WS-IDX-SUG > SUG-QTD
           .
       MONTA-SUGESTOES-FIM.
           EXIT.

      *-----------------------------------------------------------*
       EDITA-SUGESTAO.
      *-----------------------------------------------------------*
           MOVE SPACES TO WS-DESC-SUG
           IF TEM-PRODUTO
              MOVE SUG-PROD (WS-IDX-SUG) TO PRO-COD
              READ PRODUTO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PRO-DESCRICAO TO WS-DESC-SUG
              END-READ
           END-IF

           IF WS-IDX-SUG > 1
              STRING ' / '              DELIMITED BY SIZE
                INTO CSV-SUGESTOES WITH POINTER WS-PTR-SUG
              END-STRING
           END-IF
           STRING SUG-PROD (WS-IDX-SUG) DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WS-DESC-SUG (1:20)    DELIMITED BY '  '
             INTO CSV-SUGESTOES WITH POINTER WS-PTR-SUG
           END-STRING
           .
       EDITA-SUGESTAO-FIM.
           EXIT.

      *-----------------------------------------------------------*
       ABRE-CARTEIRA.
      *-----------------------------------------------------------*
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'SUGEST.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-SUGEST
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
              PERFORM MOSTRA-ERRO
              PERFORM FINALIZA
           END-IF

           SET TEM-SUGEST TO TRUE
           OPEN INPUT SUGEST
           IF FSS-NAO-EXISTE
              SET SEM-SUGEST TO TRUE
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

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-SUG-ANOMES = WS-HOJE-ANO * 100 + WS-HOJE-MES
           IF WS-HOJE-MES = 01
              COMPUTE WS-SUG-ANOMES-ANT = (WS-HOJE-ANO - 1) * 100 + 12
           ELSE
              COMPUTE WS-SUG-ANOMES-ANT = WS-SUG-ANOMES - 1
           END-IF
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.
        FINALIZA.
      *-----------------------------------------------------------*
           CLOSE VENDEDOR DISTRIB CLIENTES
           IF TEM-SUGEST
              CLOSE SUGEST
           END-IF
           IF TEM-PRODUTO
              CLOSE PRODUTO
           END-IF
           IF TEM-CONSENT
              CLOSE CONSENT
           END-IF
           IF WS-QTD-ARQUIVOS > ZEROS
              PERFORM REGISTRA-EXTRACAO THRU REGISTRA-EXTRACAO-FIM
           END-IF
