      ******************************************************************
      * Copybook..: FD_CPLHIST
      * Uso.......: Layout do arquivo CPLHIST.ARQ (historico da
      *             completude do cadastro de clientes), gravado pelo
      *             PROG199: por data, um registro geral (CPH-TIPO
      *             'G', chave em branco), um por carteira de vendedor
      *             ('V', codigo do vendedor) e um por UF ('U'), com a
      *             quantidade de clientes ativos, os incompletos, a
      *             soma e a media da pontuacao (0 a 100) e quantos
      *             clientes falham em cada item conferido. Rodando
      *             duas vezes no dia, regrava a fotografia. O
      *             relatorio do PROG199 compara a media com a da
      *             fotografia anterior.
      ******************************************************************
       FD  CPLHIST.

       01  CPLHIST-CPH.
           05 CPH-KEY.
              10 CPH-DATA         PIC 9(08).
              10 CPH-TIPO         PIC X(01).
                 88 CPH-GERAL     VALUE 'G'.
                 88 CPH-VENDEDOR  VALUE 'V'.
                 88 CPH-UF        VALUE 'U'.
              10 CPH-CHAVE        PIC X(05).
           05 CPH-QTD-CLIENTES    PIC 9(07).
           05 CPH-QTD-INCOMPLETOS PIC 9(07).
           05 CPH-SOMA-PONTOS     PIC 9(09).
           05 CPH-MEDIA           PIC 9(03)V99.
           05 CPH-SEM-TELEFONE    PIC 9(07).
           05 CPH-SEM-EMAIL       PIC 9(07).
           05 CPH-SEM-ENDERECO    PIC 9(07).
           05 CPH-GEO-APROXIMADA  PIC 9(07).
           05 CPH-RECEITA-VENCIDA PIC 9(07).
