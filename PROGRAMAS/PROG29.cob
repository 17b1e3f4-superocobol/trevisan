      *              voltaria incompleto. (O layout da linha nao foi
      *              ampliado para nao desalinhar a leitura do
      *              historico ja gravado.)
      *   2026 mnt - Reversao de pedido acerta a reserva de estoque
      *              dos itens (PROG140).
      *   2026 mnt - Linhas de AUDITLOG.TXT gravadas pelo PROG190,
      *              encadeadas (sequencia, resumo e elo com a
      *              linha anterior) para a conferencia do PROG191;
      *              a segunda visao AUDITSAI do arquivo saiu.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG29.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS AUD-STAT.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM

       COPY FD_AUDITLOG.

       COPY FD_CLIENTES.

       COPY FD_VENDEDOR.
           88 FSA-FIM-REG   VALUE 10.
           88 FSA-NAO-EXISTE VALUE 35.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-NAO-EXISTE VALUE 35.

       COPY LK_IDEXEC.

       COPY LK_AUDCHAIN.

       COPY LK_NOMEBUSCA.

       COPY LK_PEDSUM.

       COPY LK_RESERVA.

       01 LINHA-AUDITORIA.
           05 AUD-DATA          PIC 9(08) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           MOVE PED-VALOR         TO LK-PSM-VALOR
           CALL "PROG102" USING LK-PEDSUM END-CALL

      *    Reserva de estoque acompanha a situacao revertida.
           MOVE PED-NUMERO        TO LK-RES-PEDIDO
           CALL "PROG140" USING LK-RESERVA END-CALL

           PERFORM AUDITA-REVERSAO-PEDIDO

           CLOSE PEDIDOS
      *-------------------------------------------------------------*
       GRAVA-LINHA-AUDITORIA.
      *-------------------------------------------------------------*
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           MOVE LK-IDX-ID           TO AUD-IDEXEC
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO AUD-HORA
           MOVE 'PROG29' TO AUD-PROGRAMA
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           .
       GRAVA-LINHA-AUDITORIA-FIM.
           EXIT.
