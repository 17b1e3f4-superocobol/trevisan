      *             em centavos) e rodape TRL com quantidade e soma.
      *             Cada fatura enviada recebe FAT-DT-REMESSA; o
      *             retorno do banco e' aplicado pelo PROG87.
      *             So vai ao banco fatura com a NF-e do pedido
      *             autorizada (FAT-NFE-SITUACAO, PROG139).
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhuma fatura a enviar
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Fatura so entra na remessa com a NF-e do
      *              pedido autorizada; as retidas sao contadas no
      *              final da execucao.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG86.
       77 WS-SEQ-ARQUIVO    PIC 9(06) VALUE ZEROS.

       77 WS-QTD-ENVIADAS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-NFE    PIC 9(06) VALUE ZEROS.
       77 WS-SOMA-CENT      PIC 9(13) VALUE ZEROS.
       77 WS-VALOR-CENT     PIC 9(11) VALUE ZEROS.


           DISPLAY 'REMESSA ' WS-SEQ-ARQUIVO ' GERADA COM '
                   WS-QTD-ENVIADAS ' TITULO(S)'
           IF WS-QTD-SEM-NFE NOT = ZEROS
              DISPLAY 'FATURAS RETIDAS SEM NF-E AUTORIZADA: '
                      WS-QTD-SEM-NFE
           END-IF

           PERFORM FINALIZA
           .
              GO TO ENVIA-UMA-SAI
           END-IF

      *    Titulo so vai ao banco com a NF-e do pedido autorizada
      *    (retorno PROG139); a fatura espera a proxima remessa.
           IF NOT FAT-NFE-AUTORIZADA
              ADD 1 TO WS-QTD-SEM-NFE
              GO TO ENVIA-UMA-SAI
           END-IF

           MOVE FAT-NUMERO TO WRD-NUMERO
           MOVE FAT-CODC   TO CLI-COD
           READ CLIENTES KEY IS CLI-COD
