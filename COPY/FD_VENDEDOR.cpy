      *              (maiusculo e sem acentos, via PROG55), usado
      *              como chave alternada de pesquisa; carga inicial
      *              pelo PROG56. VENDEDOR-REG acompanhou para X(163).
      *   2026 mnt - Incluidos VEN-VINCULO (E = empregado, I =
      *              independente/representante) e VEN-REGIME
      *              (F = pessoa fisica, S = PJ do Simples, P = PJ
      *              lucro presumido/real), mantidos pelo PROG04,
      *              que escolhem a tabela de retencao na fonte da
      *              comissao (PROG180). Vendedor com os dois em
      *              branco nao tem retencao. VENDEDOR-REG
      *              acompanhou para X(165).
      ******************************************************************
       FD  VENDEDOR.

           05 VEN-COMISSAO        PIC 9(02)V99.
           05 VEN-DOC-VALIDO      PIC X(01).
           05 VEN-NOME-BUSCA      PIC X(40).
           05 VEN-VINCULO         PIC X(01).
              88 VEN-EMPREGADO    VALUE 'E'.
              88 VEN-INDEPENDENTE VALUE 'I'.
           05 VEN-REGIME          PIC X(01).
              88 VEN-REG-PF       VALUE 'F'.
              88 VEN-REG-SIMPLES  VALUE 'S'.
              88 VEN-REG-PJ       VALUE 'P'.

       01  VENDEDOR-REG.
           05 FILLER              PIC X(165).
