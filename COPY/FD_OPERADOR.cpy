      *              enxerga e mantem clientes e vendedores daquela
      *              UF nos cadastros e relatorios (PROG120 resolve o
      *              escopo; supervisor nunca e' restrito).
      *   2026 mnt - Incluido OPE-SENHA-FORTE: a senha passa a ser
      *              guardada como resumo SHA-256 iterado com sal
      *              (PROG19), com frase-senha de ate 20 posicoes.
      *              OPE-SENHA-VERSAO em branco = registro ainda na
      *              cifra antiga de OPE-SENHA, convertido no proximo
      *              login pelo PMENU; convertido, OPE-SENHA fica em
      *              branco. Apos a data de corte PAR-SENHA-CORTE a
      *              cifra antiga nao e' mais aceita e o PROG185 a
      *              expurga (reset obrigatorio pelo PROG18).
      *              OPE-SENHA-CUSTO = iteracoes do resumo.
      ******************************************************************
       FD  OPERADOR.

              88 OPE-TROCA-SIM  VALUE 'S'.
              88 OPE-TROCA-NAO  VALUE 'N'.
           05 OPE-UF-ESCOPO     PIC X(02).
           05 OPE-SENHA-FORTE.
              10 OPE-SENHA-VERSAO PIC X(01).
                 88 OPE-SENHA-RESUMO-V1 VALUE '1'.
              10 OPE-SENHA-CUSTO  PIC 9(05).
              10 OPE-SENHA-SAL    PIC X(16).
              10 OPE-SENHA-RESUMO PIC X(64).
