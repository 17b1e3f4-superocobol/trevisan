      ******************************************************************
      * Copybook..: FD_CONSENT
      * Uso.......: Layout do arquivo CONSENT.ARQ (consentimento de
      *             marketing da LGPD): um registro por cliente e
      *             canal (E = e-mail, T = telefone, W = WhatsApp)
      *             com a situacao vigente, quando, de onde e por
      *             quem (operador ou arquivo) o consentimento foi
      *             dado e, se houver, a ultima revogacao. Gravado
      *             so pelo PROG192 (tela PROG193, carga PROG194),
      *             que leva cada mudanca ao AUDITLOG.TXT. So o
      *             cliente com CNS-CONCEDIDO no canal entra nas
      *             campanhas do PROG121 e na extracao do PROG25.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  CONSENT.

       01  CONSENT-CNS.
           05 CNS-KEY.
              10 CNS-CODC         PIC 9(07).
              10 CNS-CANAL        PIC X(01).
                 88 CNS-CANAL-EMAIL    VALUE 'E'.
                 88 CNS-CANAL-TELEFONE VALUE 'T'.
                 88 CNS-CANAL-WHATSAPP VALUE 'W'.
           05 CNS-SITUACAO        PIC X(01).
              88 CNS-CONCEDIDO    VALUE 'C'.
              88 CNS-REVOGADO     VALUE 'R'.
           05 CNS-DT-CONSENT      PIC 9(08).
           05 CNS-ORIGEM          PIC X(12).
           05 CNS-OPERADOR        PIC X(08).
           05 CNS-ARQUIVO         PIC X(30).
           05 CNS-DT-REVOGA       PIC 9(08).
           05 CNS-ORIG-REVOGA     PIC X(12).
           05 CNS-OPER-REVOGA     PIC X(08).
           05 CNS-ARQ-REVOGA      PIC X(30).
           05 CNS-DT-ALTERACAO    PIC 9(08).
