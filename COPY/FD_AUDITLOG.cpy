      *   2026 mnt - Registro ampliado de X(120) para X(150) para
      *              caber o identificador de execucao (PROG58) no
      *              final de cada linha.
      *   2026 mnt - Registro ampliado para X(273): cada linha leva
      *              o encadeamento do PROG190 (sequencia, resumo
      *              SHA-256 da imagem e elo com a linha anterior),
      *              conferido pelo PROG191; visao AUDITLOG-ENC.
      ******************************************************************
       FD  AUDITLOG.

       01  AUDITLOG-REG.
           05 AUD-IMP              PIC X(273).

      *    Visao do encadeamento (PROG190): imagem classica de 131
      *    posicoes, sequencia da trilha, resumo da imagem e elo.
      *    Linha gravada antes do encadeamento tem ACD-SEQ em branco.
       01  AUDITLOG-ENC.
           05 ACD-LINHA            PIC X(131).
           05 ACD-LINHA-R REDEFINES ACD-LINHA.
              10 FILLER            PIC X(18).
              10 ACD-PROGRAMA      PIC X(08).
              10 FILLER            PIC X(02).
              10 ACD-CHAVE         PIC X(14).
              10 FILLER            PIC X(19).
              10 ACD-ANTES         PIC X(20).
              10 FILLER            PIC X(02).
              10 ACD-DEPOIS        PIC X(20).
              10 FILLER            PIC X(28).
           05 FILLER               PIC X(02).
           05 ACD-SEQ              PIC 9(10).
           05 ACD-SEQ-X REDEFINES ACD-SEQ PIC X(10).
           05 FILLER               PIC X(01).
           05 ACD-RESUMO           PIC X(64).
           05 FILLER               PIC X(01).
           05 ACD-ELO              PIC X(64).
