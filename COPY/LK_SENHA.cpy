      ******************************************************************
      * Copybook..: LK_SENHA
      * Uso.......: Parametros de chamada do PROG19 (resumo da senha
      *             de operador gravada em OPERADOR.ARQ)
      * Historico.:
      *   2026 mnt - Senha passa a ser guardada como resumo SHA-256
      *              iterado com sal (LK-SEN-FORTE, espelho de
      *              OPE-SENHA-FORTE), com frase-senha de ate 20
      *              posicoes. LK-SEN-OPERACAO: G = gera o resumo
      *              de LK-SEN-ENTRADA (sal novo; LK-SEN-LEGADA volta
      *              em branco para limpar OPE-SENHA); C = confere
      *              LK-SEN-ENTRADA contra o resumo ou, no registro
      *              ainda nao convertido, contra a cifra antiga em
      *              LK-SEN-LEGADA (OPE-SENHA). LK-SEN-RETORNO: S =
      *              confere, N = nao confere, E = senha no formato
      *              antigo apos a data de corte (PAR-SENHA-CORTE) -
      *              so o reset pelo PROG18 libera. LK-SEN-CONVERTER
      *              = S quando conferiu pelo formato antigo (o PMENU
      *              regrava o resumo no login).
      ******************************************************************
       01  LK-SENHA.
           03 LK-SEN-OPERACAO  PIC X(01).
              88 LK-SEN-GERA      VALUE 'G'.
              88 LK-SEN-CONFERE   VALUE 'C'.
           03 LK-SEN-ENTRADA   PIC X(20).
           03 LK-SEN-LEGADA    PIC X(08).
           03 LK-SEN-FORTE.
              05 LK-SEN-VERSAO PIC X(01).
                 88 LK-SEN-RESUMO-V1 VALUE '1'.
              05 LK-SEN-CUSTO  PIC 9(05).
              05 LK-SEN-SAL    PIC X(16).
              05 LK-SEN-RESUMO PIC X(64).
           03 LK-SEN-RETORNO   PIC X(01).
              88 LK-SEN-OK        VALUE 'S'.
              88 LK-SEN-INVALIDA  VALUE 'N'.
              88 LK-SEN-EXPIRADA  VALUE 'E'.
           03 LK-SEN-CONVERTER PIC X(01).
              88 LK-SEN-CONVERTE  VALUE 'S'.
