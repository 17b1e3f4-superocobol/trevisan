      ******************************************************************
      * Copybook..: FD_RETFONTE
      * Uso.......: Layout do arquivo RETFONTE.ARQ (tabelas de retencao
      *             na fonte sobre comissao), mantido pelo PROG179.
      *             Uma tabela por tributo (IRRF, ISS, INSS), vinculo
      *             do vendedor (E = empregado, I = independente) e
      *             regime tributario (F = pessoa fisica, S = PJ do
      *             Simples, P = PJ lucro presumido/real), com data
      *             de vigencia: a mudanca de tabela e' uma vigencia
      *             nova e as antigas continuam valendo para o
      *             reprocessamento de mes passado.
      *             Cada vigencia tem ate 99 faixas (RTF-FAIXA), em
      *             ordem crescente de RTF-LIMITE, o teto da base na
      *             faixa (ZEROS = sem limite, ultima faixa). Imposto =
      *             base x RTF-ALIQUOTA / 100 - RTF-DEDUCAO, limitado
      *             a RTF-TETO (ZEROS = sem teto) e dispensado quando
      *             abaixo de RTF-MINIMO. O calculo e' do PROG180.
      *             Sem faixa cadastrada para a combinacao, o tributo
      *             nao e' retido.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  RETFONTE.

       01  RETFONTE-RTF.
           05 RTF-KEY.
              10 RTF-TRIBUTO      PIC X(04).
                 88 RTF-IRRF      VALUE 'IRRF'.
                 88 RTF-ISS       VALUE 'ISS '.
                 88 RTF-INSS      VALUE 'INSS'.
              10 RTF-VINCULO      PIC X(01).
              10 RTF-REGIME       PIC X(01).
              10 RTF-DT-VIGENCIA  PIC 9(08).
              10 RTF-FAIXA        PIC 9(02).
           05 RTF-LIMITE          PIC 9(11)V99.
           05 RTF-ALIQUOTA        PIC 9(02)V99.
           05 RTF-DEDUCAO         PIC 9(09)V99.
           05 RTF-TETO            PIC 9(09)V99.
           05 RTF-MINIMO          PIC 9(07)V99.
           05 RTF-DT-ALTERACAO    PIC 9(08).
           05 RTF-OPERADOR        PIC X(08).
