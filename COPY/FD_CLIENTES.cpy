      *              ate a ativacao na fila de revisao do supervisor
      *              (PROG109); o PROG03 pode importar pendente por
      *              parametro.
      *   2026 mnt - Incluido CLI-DEPOSITO, o deposito que atende o
      *              cliente (DEPOSITO.ARQ, PROG154): disponibilidade
      *              no PROG22 e baixa no PROG64. Sugerido pelo PROG01
      *              como o mais proximo (PROG08); zeros = principal.
      *              CXC-CLIENTE acompanhou para X(371).
      ******************************************************************
       FD  CLIENTES.

           05 CLI-COMPLEMENTO     PIC X(15).
           05 CLI-BAIRRO          PIC X(25).
           05 CLI-MUNICIPIO       PIC X(30).
           05 CLI-DEPOSITO        PIC 9(03).
