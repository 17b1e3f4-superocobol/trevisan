      ******************************************************************
      * Copybook..: LK_RETFONTE
      * Uso.......: Parametros de chamada do PROG180 (retencao na
      *             fonte sobre a comissao bruta, pelas tabelas
      *             vigentes na data em RETFONTE.ARQ).
      *             Entrada: vinculo e regime do vendedor, data de
      *             referencia (fim da competencia) e valor bruto.
      *             Saida: INSS sobre o bruto, IRRF sobre o bruto
      *             menos o INSS, ISS sobre o bruto e o liquido.
      *             LK-RF-RET: '0' calculado (a retencao pode dar
      *             zero), '8' vendedor sem vinculo/regime
      *             informado, '9' sem o arquivo RETFONTE.ARQ; nos
      *             dois ultimos nada e' retido e o liquido e' o
      *             bruto.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       01  LK-RETFONTE.
           03 LK-RF-VINCULO     PIC X(01).
           03 LK-RF-REGIME      PIC X(01).
           03 LK-RF-DATA        PIC 9(08).
           03 LK-RF-BRUTO       PIC 9(11)V99.
           03 LK-RF-INSS        PIC 9(11)V99.
           03 LK-RF-IRRF        PIC 9(11)V99.
           03 LK-RF-ISS         PIC 9(11)V99.
           03 LK-RF-LIQUIDO     PIC 9(11)V99.
           03 LK-RF-RET         PIC X(01).
