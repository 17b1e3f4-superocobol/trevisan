      ******************************************************************
      * Copybook..: FD_VEICULO
      * Uso.......: Layout do arquivo VEICULO.ARQ (frota de entrega),
      *             mantido pelo PROG156. Cada veiculo fica lotado
      *             num deposito (VEI-DEPOSITO) e tem a capacidade de
      *             carga em peso (kg) e volume (m3). O romaneio de
      *             entrega do PROG157 escolhe para cada carga o
      *             menor veiculo ativo do deposito que a comporta e
      *             marca a carga que nenhum comporta.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  VEICULO.

       01  VEICULO-VEI.
           05 VEI-KEY.
              10 VEI-PLACA        PIC X(07).
           05 VEI-DESCRICAO       PIC X(30).
           05 VEI-DEPOSITO        PIC 9(03).
           05 VEI-CAP-PESO        PIC 9(07)V99.
           05 VEI-CAP-VOLUME      PIC 9(05)V9999.
           05 VEI-SITUACAO        PIC X(01).
              88 VEI-ATIVO        VALUE 'A'.
              88 VEI-INATIVO      VALUE 'I'.
           05 VEI-DT-ALTERACAO    PIC 9(08).
