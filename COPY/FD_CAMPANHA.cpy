      *             junto (UF, classe e vendedor; vazio = todos). A
      *             geracao do publico grava CAMPCLI.ARQ e carimba
      *             CAM-DT-GERACAO; a resposta sai no PROG122.
      * Historico.:
      *   2026 mnt - Incluido CAM-CANAL, o canal de contato da
      *              campanha (E = e-mail, T = telefone, W =
      *              WhatsApp): a geracao do publico so inclui quem
      *              tem consentimento vigente nesse canal em
      *              CONSENT.ARQ. Campanha antiga fica com o canal em
      *              branco e precisa informa-lo antes de gerar.
      ******************************************************************
       FD  CAMPANHA.

           05 CAM-FIL-CLASSE      PIC X(01).
           05 CAM-FIL-VEND        PIC 9(05).
           05 CAM-DT-GERACAO      PIC 9(08).
           05 CAM-CANAL           PIC X(01).
              88 CAM-CANAL-EMAIL    VALUE 'E'.
              88 CAM-CANAL-TELEFONE VALUE 'T'.
              88 CAM-CANAL-WHATSAPP VALUE 'W'.
              88 CAM-CANAL-VALIDO   VALUE 'E' 'T' 'W'.
