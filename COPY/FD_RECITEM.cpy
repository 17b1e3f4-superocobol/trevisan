      ******************************************************************
      * Copybook..: FD_RECITEM
      * Uso.......: Layout do arquivo RECITEM.ARQ (produtos e
      *             quantidades dos pedidos programados de
      *             PEDREC.ARQ), mantido pelo PROG169. O preco nao
      *             fica aqui: o PROG170 aplica o preco vigente na
      *             data da geracao (contrato do cliente ou tabela
      *             PRECO.ARQ), como o PROG22.
      * Historico.:
      *   2026 mnt - Copybook novo.
      ******************************************************************
       FD  RECITEM.

       01  RECITEM-RCI.
           05 RCI-KEY.
              10 RCI-CODC         PIC 9(07).
              10 RCI-SEQ          PIC 9(02).
              10 RCI-PROD         PIC 9(05).
           05 RCI-QTDE            PIC 9(07)V99.
           05 RCI-DT-ALTERACAO    PIC 9(08).
