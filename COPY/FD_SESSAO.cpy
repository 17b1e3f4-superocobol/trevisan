      ******************************************************************
      * Copybook..: FD_SESSAO
      * Uso.......: Layout do arquivo SESSAO.ARQ (sessoes ativas do
      *             PMENU, uma por operador). Gravado no login e
      *             atualizado a cada opcao escolhida no menu;
      *             apagado na saida normal, na expiracao por falta
      *             de uso (PAR-SESSAO-MINUTOS) e quando o supervisor
      *             encerra a sessao pelo PROG186. SES-IDEXEC e' o
      *             identificador de execucao (PROG58) do PMENU dono
      *             da sessao: um PMENU que nao encontra mais o seu
      *             identificador no registro do operador foi
      *             encerrado (pelo supervisor ou por um novo login
      *             do mesmo operador) e volta a tela de login.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  SESSAO.

       01  SESSAO-REG.
           05 SES-KEY.
              10 SES-OPERADOR   PIC X(08).
           05 SES-TERMINAL      PIC X(20).
           05 SES-IDEXEC        PIC X(26).
           05 SES-DT-INICIO     PIC 9(08).
           05 SES-HR-INICIO     PIC 9(06).
           05 SES-DT-ULTIMO     PIC 9(08).
           05 SES-HR-ULTIMO     PIC 9(06).
           05 SES-PERFIL        PIC X(01).
           05 FILLER            PIC X(17).
