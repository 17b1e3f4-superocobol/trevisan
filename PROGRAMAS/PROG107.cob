      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - CLITRE acompanhou o registro de CLIENTES.ARQ
      *              (CLI-DEPOSITO).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG107.
           05 CLT-COMPLEMENTO     PIC X(15).
           05 CLT-BAIRRO          PIC X(25).
           05 CLT-MUNICIPIO       PIC X(30).
           05 CLT-DEPOSITO        PIC 9(03).

      *    Espelho de FD_VENDEDOR com prefixo VNT-.
       FD  VENTRE.
