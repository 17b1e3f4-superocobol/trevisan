      *             devolucoes por produto (PROG115).
      * Historico.:
      *   2026 mnt - Copybook novo.
      *   2026 mnt - Incluido DVI-CUSTO, o custo congelado no item
      *              vendido (ITE-CUSTO), para abater a devolucao
      *              da margem bruta (PROG146).
      ******************************************************************
       FD  DEVITEM.

           05 DVI-PROD            PIC 9(05).
           05 DVI-QTDE            PIC 9(07)V99.
           05 DVI-PRECO           PIC 9(07)V99.
           05 DVI-CUSTO           PIC 9(07)V99.
