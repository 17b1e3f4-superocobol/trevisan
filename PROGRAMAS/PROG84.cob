      *             pedido extraido e' marcado PED-SIT-CONTAB 'E';
      *             o retorno da contabilidade (CONTRET.TXT) e'
      *             aplicado pelo PROG85.
      *             Os lancamentos avulsos pendentes de CONTLAN.ARQ
      *             (estorno de fatura cancelada do PROG123) saem no
      *             mesmo extrato, um registro por lancamento com a
      *             marca do tipo (EST), e entram na quantidade e na
      *             soma do rodape.
      *             Os impostos das faturas do pedido (FAT-VLR-*,
      *             calculados pelo PROG64) seguem o DET da receita,
      *             um registro por imposto no molde do lancamento
      *             avulso (tipo ICM, IPI, PIS ou COF, a debito da
      *             receita), tambem somados no rodape.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum pedido nem lancamento a enviar
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Extracao dos lancamentos avulsos pendentes de
      *              CONTLAN.ARQ (estorno de fatura cancelada),
      *              marcados 'E' com a data do envio.
      *   2026 mnt - Linhas de imposto por pedido (ICM, IPI, PIS, COF)
      *              logo apos o DET da receita, com os valores das
      *              faturas do pedido, para a contabilidade separar
      *              receita e impostos a recolher.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG84.
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS CLI-KEY.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT CONTLAN ASSIGN TO WS-ARQ-CONTLAN
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS CLN-STAT
              RECORD KEY   IS CLN-KEY.

       SELECT CONTEXP ASSIGN TO WS-ARQ-CONTEXP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS CEX-STAT.

       COPY FD_CLIENTES.

       COPY FD_FATURA.

       COPY FD_CONTLAN.

       FD CONTEXP.

       01 CONTEXP-REG       PIC X(60).
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONTEXP     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONTLAN     PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.

       77 PED-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
           88 FSF-NAO-EXISTE VALUE 35.

      *    Sem FATURA.ARQ os pedidos saem sem as linhas de imposto.
       77 WS-TEM-FATURA     PIC X(01) VALUE 'N'.
           88 TEM-FATURA    VALUE 'S'.
           88 SEM-FATURA    VALUE 'N'.

       77 CEX-STAT          PIC 9(02).
           88 FSX-OK        VALUE ZEROS.

       77 CLN-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.
           88 FSL-FIM-REG   VALUE 10.
           88 FSL-NAO-EXISTE VALUE 35.

      *    CONTLAN.ARQ so existe depois do primeiro lancamento
      *    avulso gravado.
       77 WS-TEM-CONTLAN    PIC X(01) VALUE 'N'.
           88 TEM-CONTLAN   VALUE 'S'.
           88 SEM-CONTLAN   VALUE 'N'.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-QTD-ENVIADOS   PIC 9(06) VALUE ZEROS.
       77 WS-VLR-ENVIADO    PIC 9(13)V99 VALUE ZEROS.
       77 WS-QTD-LANCTOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-IMPOSTOS   PIC 9(06) VALUE ZEROS.

      *    Impostos das faturas (parcelas) do pedido corrente.
       77 WS-PED-ICMS       PIC 9(09)V99 VALUE ZEROS.
       77 WS-PED-IPI        PIC 9(09)V99 VALUE ZEROS.
       77 WS-PED-PIS        PIC 9(09)V99 VALUE ZEROS.
       77 WS-PED-COFINS     PIC 9(09)V99 VALUE ZEROS.
       77 WS-IMP-TIPO       PIC X(03) VALUE SPACES.
       77 WS-IMP-VALOR      PIC 9(09)V99 VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

       01 WS-REG-HEADER.
           05 FILLER        PIC X(003) VALUE 'HDR'.
           05 WRD-FATURA    PIC 9(008) VALUE ZEROS.
           05 FILLER        PIC X(016) VALUE SPACES.

       01 WS-REG-LANCTO.
           05 WRL-TIPO      PIC X(003) VALUE SPACES.
           05 WRL-SEQ       PIC 9(008) VALUE ZEROS.
           05 WRL-CNPJ      PIC X(014) VALUE SPACES.
           05 WRL-VALOR     PIC 9(011) VALUE ZEROS.
           05 WRL-FATURA    PIC 9(008) VALUE ZEROS.
           05 WRL-DC        PIC X(001) VALUE SPACES.
           05 WRL-PEDIDO    PIC 9(008) VALUE ZEROS.
           05 FILLER        PIC X(007) VALUE SPACES.

       01 WS-REG-TRAILER.
           05 FILLER        PIC X(003) VALUE 'TRL'.
           05 WRT-QTDE      PIC 9(006) VALUE ZEROS.
           PERFORM ABRIR-ARQUIVO

           ACCEPT WRH-DATA FROM DATE YYYYMMDD
           MOVE WRH-DATA TO WS-DATA-HOJE
           WRITE CONTEXP-REG FROM WS-REG-HEADER

           MOVE LOW-VALUES TO PEDIDOS-PED

           PERFORM EXTRAI-UM THRU EXTRAI-UM-SAI UNTIL FSP-FIM-REG

           IF TEM-CONTLAN
              MOVE LOW-VALUES TO CONTLAN-CLN
              START CONTLAN KEY NOT LESS THAN CLN-KEY
                    INVALID KEY
                       MOVE 10 TO CLN-STAT
              END-START
              PERFORM EXTRAI-LANCTO
                 THRU EXTRAI-LANCTO-SAI UNTIL FSL-FIM-REG
           END-IF

           COMPUTE WRT-QTDE = WS-QTD-ENVIADOS + WS-QTD-LANCTOS
                            + WS-QTD-IMPOSTOS
           MOVE WS-SOMA-CENT    TO WRT-SOMA
           WRITE CONTEXP-REG FROM WS-REG-TRAILER

           IF WS-QTD-ENVIADOS = ZEROS AND WS-QTD-LANCTOS = ZEROS
              MOVE 04 TO WS-RETCODE
           END-IF

           DISPLAY 'EXTRACAO CONTABIL: ' WS-QTD-ENVIADOS
                   ' PEDIDO(S) ENVIADO(S)'
           DISPLAY 'EXTRACAO CONTABIL: ' WS-QTD-LANCTOS
                   ' LANCAMENTO(S) AVULSO(S) ENVIADO(S)'
           DISPLAY 'EXTRACAO CONTABIL: ' WS-QTD-IMPOSTOS
                   ' LINHA(S) DE IMPOSTO ENVIADA(S)'

           PERFORM FINALIZA
           .
           MOVE PED-NUM-FATURA TO WRD-FATURA
           WRITE CONTEXP-REG FROM WS-REG-DETALHE

           IF TEM-FATURA
              PERFORM EXTRAI-IMPOSTOS THRU EXTRAI-IMPOSTOS-FIM
           END-IF

           MOVE 'E' TO PED-SIT-CONTAB
           REWRITE PEDIDOS-PED END-REWRITE

       EXTRAI-UM-SAI.
           EXIT.

      *-------------------------------------------------------------*
       EXTRAI-IMPOSTOS.
      *-------------------------------------------------------------*
      *    Impostos destacados nas faturas do pedido (todas as
      *    parcelas nao canceladas), um registro por imposto logo
      *    depois do DET da receita bruta, a debito da receita
      *    (deducao) e a credito do imposto a recolher na conta de
      *    cada tipo: ICM, IPI, PIS e COF.
           MOVE ZEROS TO WS-PED-ICMS WS-PED-IPI WS-PED-PIS
                         WS-PED-COFINS
           MOVE PED-CODC TO FAT-CODC
           START FATURA KEY IS EQUAL TO FAT-CODC
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           PERFORM SOMA-IMPOSTO-FATURA
              THRU SOMA-IMPOSTO-FATURA-SAI UNTIL FSF-FIM-REG

           MOVE 'ICM'        TO WS-IMP-TIPO
           MOVE WS-PED-ICMS  TO WS-IMP-VALOR
           PERFORM GRAVA-IMPOSTO
           MOVE 'IPI'        TO WS-IMP-TIPO
           MOVE WS-PED-IPI   TO WS-IMP-VALOR
           PERFORM GRAVA-IMPOSTO
           MOVE 'PIS'        TO WS-IMP-TIPO
           MOVE WS-PED-PIS   TO WS-IMP-VALOR
           PERFORM GRAVA-IMPOSTO
           MOVE 'COF'        TO WS-IMP-TIPO
           MOVE WS-PED-COFINS TO WS-IMP-VALOR
           PERFORM GRAVA-IMPOSTO
           .
       EXTRAI-IMPOSTOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-IMPOSTO-FATURA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO SOMA-IMPOSTO-FATURA-SAI
           END-READ

           IF FAT-CODC NOT = PED-CODC
              MOVE 10 TO FAT-STAT
              GO TO SOMA-IMPOSTO-FATURA-SAI
           END-IF

           IF FAT-PEDIDO NOT = PED-NUMERO OR FAT-CANCELADA
              GO TO SOMA-IMPOSTO-FATURA-SAI
           END-IF

           ADD FAT-VLR-ICMS   TO WS-PED-ICMS
           ADD FAT-VLR-IPI    TO WS-PED-IPI
           ADD FAT-VLR-PIS    TO WS-PED-PIS
           ADD FAT-VLR-COFINS TO WS-PED-COFINS
           .
       SOMA-IMPOSTO-FATURA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-IMPOSTO.
      *-------------------------------------------------------------*
           IF WS-IMP-VALOR NOT = ZEROS
              MOVE WS-IMP-TIPO    TO WRL-TIPO
              MOVE ZEROS          TO WRL-SEQ
              MOVE WRD-CNPJ       TO WRL-CNPJ
              COMPUTE WS-VALOR-CENT = WS-IMP-VALOR * 100
              MOVE WS-VALOR-CENT  TO WRL-VALOR
              MOVE PED-NUM-FATURA TO WRL-FATURA
              MOVE 'D'            TO WRL-DC
              MOVE PED-NUMERO     TO WRL-PEDIDO
              WRITE CONTEXP-REG FROM WS-REG-LANCTO

              ADD 1             TO WS-QTD-IMPOSTOS
              ADD WS-VALOR-CENT TO WS-SOMA-CENT
           END-IF
           .
       GRAVA-IMPOSTO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EXTRAI-LANCTO.
      *-------------------------------------------------------------*
           READ CONTLAN NEXT AT END
                GO TO EXTRAI-LANCTO-SAI
           END-READ

           IF NOT CLN-PENDENTE
              GO TO EXTRAI-LANCTO-SAI
           END-IF

           MOVE CLN-TIPO   TO WRL-TIPO
           MOVE CLN-SEQ    TO WRL-SEQ
           MOVE CLN-CODC   TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
                INVALID KEY
                   MOVE SPACES TO WRL-CNPJ
                NOT INVALID KEY
                   MOVE CLI-CNPJ TO WRL-CNPJ
           END-READ

           COMPUTE WS-VALOR-CENT = CLN-VALOR * 100
           MOVE WS-VALOR-CENT TO WRL-VALOR
           MOVE CLN-FATURA    TO WRL-FATURA
           MOVE CLN-DC        TO WRL-DC
           MOVE CLN-PEDIDO    TO WRL-PEDIDO
           WRITE CONTEXP-REG FROM WS-REG-LANCTO

           SET CLN-ENVIADO   TO TRUE
           MOVE WS-DATA-HOJE TO CLN-DT-ENVIO
           REWRITE CONTLAN-CLN END-REWRITE

           ADD 1             TO WS-QTD-LANCTOS
           ADD WS-VALOR-CENT TO WS-SOMA-CENT
           .
       EXTRAI-LANCTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-CAMINHOS.
      *-------------------------------------------------------------*
                  'CONTEXP.TXT'                DELIMITED BY SIZE
             INTO WS-ARQ-CONTEXP
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONTLAN.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CONTLAN
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.
              PERFORM FINALIZA
           END-IF

           SET TEM-CONTLAN TO TRUE
           OPEN I-O CONTLAN
           IF FSL-NAO-EXISTE
              SET SEM-CONTLAN TO TRUE
           END-IF

           SET TEM-FATURA TO TRUE
           OPEN INPUT FATURA
           IF FSF-NAO-EXISTE
              SET SEM-FATURA TO TRUE
           END-IF

           OPEN OUTPUT CONTEXP
           .
       ABRIR-ARQUIVO-FIM.
        FINALIZA.
      *-------------------------------------------------------------*
           CLOSE PEDIDOS CLIENTES CONTEXP
           IF TEM-CONTLAN
              CLOSE CONTLAN
           END-IF
           IF TEM-FATURA
              CLOSE FATURA
           END-IF
           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
