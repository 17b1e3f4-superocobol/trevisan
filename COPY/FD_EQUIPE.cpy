      ******************************************************************
      * Copybook..: FD_EQUIPE
      * Uso.......: Layout do arquivo EQUIPE.ARQ (estrutura da equipe
      *             de vendas com data de vigencia), mantido pelo
      *             PROG176. Cada registro diz, a partir de
      *             EQP-DT-VIGENCIA, o nivel do vendedor e a quem ele
      *             responde: o vendedor (V) ao supervisor, o
      *             supervisor (S) ao gerente regional (G). Trocar
      *             alguem de equipe e' gravar uma vigencia nova, e o
      *             historico continua respondendo pela equipe da
      *             epoca. O PROG177 devolve a equipe vigente numa
      *             data.
      *             EQP-PCT-OVERRIDE: percentual pago ao supervisor
      *             sobre a producao liquida da equipe (PROG67).
      *             EQP-SITUACAO I = saiu da estrutura a partir da
      *             vigencia.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  EQUIPE.

       01  EQUIPE-EQP.
           05 EQP-KEY.
              10 EQP-CODV         PIC 9(05).
              10 EQP-DT-VIGENCIA  PIC 9(08).
           05 EQP-NIVEL           PIC X(01).
              88 EQP-VENDEDOR     VALUE 'V'.
              88 EQP-SUPERVISOR   VALUE 'S'.
              88 EQP-GERENTE      VALUE 'G'.
           05 EQP-LIDER           PIC 9(05).
           05 EQP-PCT-OVERRIDE    PIC 9(02)V99.
           05 EQP-SITUACAO        PIC X(01).
              88 EQP-ATIVO        VALUE 'A'.
              88 EQP-INATIVO      VALUE 'I'.
           05 EQP-DT-ALTERACAO    PIC 9(08).
           05 EQP-OPERADOR        PIC X(08).
