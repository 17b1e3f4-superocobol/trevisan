      ******************************************************************
      * Copybook..: FD_MAILGW
      * Uso.......: Layout do arquivo MAILGW.TXT (mensagens para o
      *             gateway de correio de saida). Cada mensagem e' um
      *             registro 'H' (destinatario, assunto, programa de
      *             origem, referencia, data e hora), as linhas do
      *             texto em registros 'L' e um registro 'F' de fim.
      *             Gravado em extensao pelo PROG173; o gateway
      *             recolhe e esvazia o arquivo.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  MAILGW.

       01  MAILGW-MGW.
           05 MGW-TIPO            PIC X(01).
              88 MGW-CABECALHO    VALUE 'H'.
              88 MGW-LINHA        VALUE 'L'.
              88 MGW-FIM          VALUE 'F'.
           05 MGW-DADOS           PIC X(131).
           05 MGW-CAB REDEFINES MGW-DADOS.
              10 MGW-PARA         PIC X(40).
              10 MGW-ASSUNTO      PIC X(60).
              10 MGW-ORIGEM       PIC X(08).
              10 MGW-REFER        PIC 9(08).
              10 MGW-DATA         PIC 9(08).
              10 MGW-HORA         PIC 9(06).
              10 FILLER           PIC X(01).
           05 MGW-TEXTO REDEFINES MGW-DADOS
                                  PIC X(131).
