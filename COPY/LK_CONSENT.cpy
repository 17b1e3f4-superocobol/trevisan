      ******************************************************************
      * Copybook..: LK_CONSENT
      * Uso.......: Parametros de chamada do PROG192 (registro de
      *             consentimento de marketing): concede ou revoga o
      *             consentimento do cliente LK-CNS-CODC no canal
      *             LK-CNS-CANAL (E/T/W) com a data, a origem e o
      *             arquivo de carga (espacos quando digitado). O
      *             operador vem do ambiente (COBOL_OPERADOR).
      *             LK-CNS-RET '0' gravado, '4' evento com data
      *             anterior a situacao vigente (ignorado), '9' erro
      *             de arquivo (status em LK-CNS-STAT).
      ******************************************************************
       01  LK-CONSENT.
           03 LK-CNS-CODC      PIC 9(07).
           03 LK-CNS-CNPJ      PIC X(14).
           03 LK-CNS-CANAL     PIC X(01).
           03 LK-CNS-ACAO      PIC X(01).
              88 LK-CNS-CONCEDE VALUE 'C'.
              88 LK-CNS-REVOGA  VALUE 'R'.
           03 LK-CNS-DATA      PIC 9(08).
           03 LK-CNS-ORIGEM    PIC X(12).
           03 LK-CNS-ARQUIVO   PIC X(30).
           03 LK-CNS-PROGRAMA  PIC X(08).
           03 LK-CNS-IDEXEC    PIC X(26).
           03 LK-CNS-RET       PIC X(01).
           03 LK-CNS-STAT      PIC X(02).
