      * Data......: Julho/2019
      * Programa..: PROG66 - Importacao do Retorno de Pedidos
      * Chamadas..: PROG40 - Alocacao do Proximo Codigo Livre (tipo P)
      *             PROG173 - Confirmacao do Pedido ao Cliente
      * Parametros: Leitura do arquivo texto PEDIMP.TXT (layout
      *             FD_PEDIMP, com cabecalho HDR igual a IMPORTC)
      * Observação: Importa os pedidos telefonados pelos vendedores,
      *              cliente de vendedor ausente na data passa a ser
      *              aceito, gravado no codigo do substituto, em vez
      *              de rejeitado pelo motivo 002.
      *   2026 mnt - Pedido importado envia a confirmacao ao cliente
      *              (PROG173); condicao de pagamento passa a nascer
      *              em branco (padrao dos parametros gerais).
      *   2026 mnt - Pedido gerado grava PED-OPER-DIGIT (operador
      *              logado ou o nome do programa).
      *   2026 mnt - Pedido gerado nasce com PED-PEDIDO-CLI em
      *              branco (so o EDI do PROG197 o preenche).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG66.
           05 FILLER        PIC X(025) VALUE SPACES.

       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.

       77 WS-TEM-HDR        PIC X VALUE 'N'.
           88 HDR-LIDO          VALUE 'S'.

       COPY LK_PEDSUM.

       COPY LK_CONFPED.


      *    Controle de sequencia do arquivo de parceiro (PROG106);
      *    a forca de supervisor vem de COBOL_FORCA_SEQ = 'S'.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
      *    Operador que dispara a rotina (PMENU); em lote sem
      *    operador logado o pedido fica com o nome do programa.
           ACCEPT WS-OPERADOR-EXEC FROM ENVIRONMENT 'COBOL_OPERADOR'
           IF WS-OPERADOR-EXEC = SPACES
              MOVE 'PROG66' TO WS-OPERADOR-EXEC
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVO

           MOVE ZEROS         TO PEDIDOS-PED
           MOVE SPACES        TO PED-MOT-CANC PED-OBS-CANC
                                 PED-SIT-CONTAB PED-CAMPANHA
                                 PED-COND-PAGTO PED-OPER-APROV
                                 PED-PEDIDO-CLI
           MOVE WS-OPERADOR-EXEC TO PED-OPER-DIGIT
           MOVE LK-SEQ-NUMERO TO PED-NUMERO
           MOVE CLI-COD       TO PED-CODC
           MOVE WS-CODV-PEDIDO TO PED-CODV
           MOVE PED-SITUACAO   TO LK-PSM-SIT
           MOVE PED-VALOR      TO LK-PSM-VALOR
           CALL "PROG102" USING LK-PEDSUM END-CALL

      *    Pedido novo vai confirmado ao cliente (PROG173).
           MOVE PED-NUMERO     TO LK-CFP-PEDIDO
           MOVE 'N'            TO LK-CFP-MOTIVO
           MOVE 'PROG66'       TO LK-CFP-PROGRAMA
           CALL "PROG173" USING LK-CONFPED END-CALL
           .
       GRAVA-PEDIDO-FIM.
           EXIT.
