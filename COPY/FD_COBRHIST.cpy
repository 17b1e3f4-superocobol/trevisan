      ******************************************************************
      * Copybook..: FD_COBRHIST
      * Uso.......: Layout do arquivo COBRHIST.ARQ (historico da regua
      *             de cobranca), gravado pelo PROG128: uma entrada
      *             por carta emitida, chave fatura + etapa, de modo
      *             que a mesma carta nunca sai duas vezes para a
      *             mesma fatura. Consultado por cliente (CBH-CODC)
      *             na ficha do PROG82.
      *             CBH-ESTAGIO: 1 = lembrete amigavel, 2 = aviso
      *             formal, 3 = ultimo aviso.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  COBRHIST.

       01  COBRHIST-CBH.
           05 CBH-KEY.
              10 CBH-FATURA       PIC 9(08).
              10 CBH-ESTAGIO      PIC 9(01).
                 88 CBH-LEMBRETE  VALUE 1.
                 88 CBH-AVISO     VALUE 2.
                 88 CBH-ULTIMO    VALUE 3.
           05 CBH-CODC            PIC 9(07).
           05 CBH-CODV            PIC 9(05).
           05 CBH-DATA            PIC 9(08).
           05 CBH-VENCTO          PIC 9(08).
           05 CBH-DIAS-ATRASO     PIC 9(05).
           05 CBH-SALDO           PIC 9(09)V99.
           05 CBH-DEVIDO          PIC 9(09)V99.
           05 CBH-IDEXEC          PIC X(26).
