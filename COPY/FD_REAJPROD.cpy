      ******************************************************************
      * Copybook..: FD_REAJPROD
      * Uso.......: Layout do arquivo texto REAJPROD.TXT, a lista de
      *             produtos do reajuste de precos em massa do PROG166
      *             (selecao 'A'): um codigo de produto de cinco
      *             digitos por linha, com zeros a esquerda. Linha em
      *             branco ou com codigo nao numerico e' ignorada.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  REAJPROD.

       01  REAJPROD-RJP.
           05 RJP-PROD            PIC X(05).
           05 FILLER              PIC X(15).
