      *              registrada. Vao para o historico apenas
      *              faturados e cancelados.
      *   2026 mnt - Programa novo.
      *   2026 mnt - Arquivamento libera a reserva de estoque do
      *              pedido (PROG140).
      *   2026 mnt - Historico recebe tambem a condicao de pagamento
      *              e o pedido original da pendencia de entrega.
      *   2026 mnt - Espelha PED-OPER-DIGIT e PED-OPER-APROV.
      *   2026 mnt - Espelha PED-PEDIDO-CLI.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG88.
       77 WS-STATUS         PIC X(40).
       77 WS-MSGERRO        PIC X(80).

       COPY LK_RESERVA.

       COPY screenio.

       SCREEN SECTION.
           MOVE PED-OBS-CANC   TO HIS-OBS-CANC
           MOVE PED-SIT-CONTAB TO HIS-SIT-CONTAB
           MOVE PED-CAMPANHA   TO HIS-CAMPANHA
           MOVE PED-COND-PAGTO TO HIS-COND-PAGTO
           MOVE PED-PEDIDO-ORIG TO HIS-PEDIDO-ORIG
           MOVE PED-OPER-DIGIT TO HIS-OPER-DIGIT
           MOVE PED-OPER-APROV TO HIS-OPER-APROV
           MOVE PED-PEDIDO-CLI TO HIS-PEDIDO-CLI

           WRITE PEDHIST-HIS
                 INVALID KEY
                   CONTINUE
           END-DELETE

      *    Faturado ainda sem fatura reservava estoque: o pedido saiu
      *    do corrente, a reserva dos itens e' liberada.
           MOVE HIS-NUMERO TO LK-RES-PEDIDO
           CALL "PROG140" USING LK-RESERVA END-CALL

           ADD 1 TO WS-QTD-ARQUIVADOS
           .
       ARQUIVA-UM-SAI.
