      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG196 - Relatório de Acesso do Titular (LGPD)
      * Chamadas..: PROG58 - Identificador de Execucao
      *             PROG110 - Registro de Extracao de Dados Pessoais
      *             PROG190 - Encadeamento da Trilha de Auditoria
      * Parametros: Linha de comando "DOCUMENTO AAAAMMDD": CNPJ do
      *             cliente ou CPF (cliente ou vendedor), sem
      *             pontuacao, nas posicoes 1-14, e a data em que o
      *             titular fez o pedido nas posicoes 16-23 (em
      *             branco = hoje).
      * Observação: Atende o pedido de acesso da LGPD, par do
      *             PROG100 (eliminacao): junta tudo o que o sistema
      *             guarda sobre o documento - cadastro de clientes e
      *             de vendedores (e as lixeiras CLIEXC/VENEXC),
      *             prospects, pedidos, faturas, pagamentos, visitas,
      *             ocorrencias, listas de campanha, consentimento de
      *             marketing, linhas do AUDITLOG.TXT e as extracoes
      *             do EXTRLOG.TXT (PROG110) que o alcancaram - os
      *             dois logs vivos e os historicos mensais do PROG30
      *             dos ultimos 60 meses. Gera:
      *               ACESSO_doc_AAAAMMDD.TXT - relatorio legivel,
      *                 secao por arquivo, campo a campo;
      *               ACESSO_doc_AAAAMMDD.CSV - o mesmo conteudo em
      *                 ARQUIVO;REGISTRO;CAMPO;VALOR, para a
      *                 portabilidade.
      *             Cada atendimento vai para LGPDPED.TXT com a data
      *             do pedido, o prazo legal (15 dias corridos) e a
      *             data do atendimento, no prazo ou atrasado - a
      *             prova do encarregado (DPO). O ato fica tambem no
      *             AUDITLOG.TXT e a geracao do CSV no EXTRLOG.TXT.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nada encontrado para o documento, ou pedido
      *                 atendido fora do prazo
      *            12 = parametro invalido
      * Historico.:
      *   2026 mnt - Programa novo.
      *   2026 mnt - Pedidos listam PED-PEDIDO-CLI (pedido de compra
      *              EDI do cliente).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG196.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS CLI-KEY.

       SELECT CLIEXC ASSIGN TO WS-ARQ-CLIEXC
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS CXC-STAT
              RECORD KEY           IS CXC-KEY.

       SELECT VENDEDOR ASSIGN TO WS-ARQ-VENDEDOR
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS RANDOM
              FILE STATUS          IS VEN-STAT
              ALTERNATE RECORD KEY IS VEN-COD
              ALTERNATE RECORD KEY IS VEN-NOME  WITH DUPLICATES
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS VEN-KEY.

       SELECT VENEXC ASSIGN TO WS-ARQ-VENEXC
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS DYNAMIC
              FILE STATUS          IS VXC-STAT
              RECORD KEY           IS VXC-KEY.

       SELECT PROSPECT ASSIGN TO WS-ARQ-PROSPECT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS PSP-STAT
              RECORD KEY   IS PSP-KEY.

       SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS PED-STAT
              ALTERNATE RECORD KEY IS PED-CODC WITH DUPLICATES
              ALTERNATE RECORD KEY IS PED-CODV WITH DUPLICATES
              RECORD KEY           IS PED-KEY.

       SELECT FATURA ASSIGN TO WS-ARQ-FATURA
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS FAT-STAT
              ALTERNATE RECORD KEY IS FAT-CODC WITH DUPLICATES
              RECORD KEY           IS FAT-KEY.

       SELECT FATPAG ASSIGN TO WS-ARQ-FATPAG
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS DYNAMIC
              FILE STATUS          IS FPG-STAT
              RECORD KEY           IS FPG-KEY.

       SELECT VISITAS ASSIGN TO WS-ARQ-VISITAS
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS VIS-STAT
              RECORD KEY   IS VIS-KEY.

       SELECT OCORREN ASSIGN TO WS-ARQ-OCORREN
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS OCO-STAT
              RECORD KEY   IS OCO-KEY.

       SELECT CAMPCLI ASSIGN TO WS-ARQ-CAMPCLI
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS CPC-STAT
              RECORD KEY   IS CPC-KEY.

       SELECT CONSENT ASSIGN TO WS-ARQ-CONSENT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              FILE STATUS  IS CNS-STAT
              RECORD KEY   IS CNS-KEY.

       SELECT LOGLIDO ASSIGN TO WS-ARQ-LOGLIDO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS LOG-STAT.

       SELECT LGPDPED ASSIGN TO WS-ARQ-LGPDPED
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS LPD-STAT.

       SELECT RELTIT ASSIGN TO WS-ARQ-RELTIT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS REL-STAT.

       SELECT PORTAB ASSIGN TO WS-ARQ-PORTAB
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS PRT-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_CLIENTES.

       COPY FD_CLIEXC.

       COPY FD_VENDEDOR.

       COPY FD_VENEXC.

       COPY FD_PROSPECT.

       COPY FD_PEDIDOS.

       COPY FD_FATURA.

       COPY FD_FATPAG.

       COPY FD_VISITAS.

       COPY FD_OCORREN.

       COPY FD_CAMPCLI.

       COPY FD_CONSENT.

       FD  LOGLIDO.
       01  LOGLIDO-REG      PIC X(273).

       FD  LGPDPED.
       01  LGPDPED-REG      PIC X(200).

       FD  RELTIT.
       01  RELTIT-REL       PIC X(100).

       FD  PORTAB.
       01  PORTAB-REG       PIC X(200).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CLIEXC      PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENEXC      PIC X(70) VALUE SPACES.
       77 WS-ARQ-PROSPECT    PIC X(70) VALUE SPACES.
       77 WS-ARQ-PEDIDOS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATURA      PIC X(70) VALUE SPACES.
       77 WS-ARQ-FATPAG      PIC X(70) VALUE SPACES.
       77 WS-ARQ-VISITAS     PIC X(70) VALUE SPACES.
       77 WS-ARQ-OCORREN     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CAMPCLI     PIC X(70) VALUE SPACES.
       77 WS-ARQ-CONSENT     PIC X(70) VALUE SPACES.
       77 WS-ARQ-LOGLIDO     PIC X(70) VALUE SPACES.
       77 WS-ARQ-LGPDPED     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELTIT      PIC X(90) VALUE SPACES.
       77 WS-ARQ-PORTAB      PIC X(90) VALUE SPACES.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
       77 CXC-STAT          PIC 9(02).
           88 FSX-OK        VALUE ZEROS.
           88 FSX-FIM-REG   VALUE 10.
       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
       77 VXC-STAT          PIC 9(02).
           88 FSVX-OK       VALUE ZEROS.
           88 FSVX-FIM-REG  VALUE 10.
       77 PSP-STAT          PIC 9(02).
           88 FSS-OK        VALUE ZEROS.
           88 FSS-FIM-REG   VALUE 10.
       77 PED-STAT          PIC 9(02).
           88 FSP-OK        VALUE ZEROS.
           88 FSP-FIM-REG   VALUE 10.
       77 FAT-STAT          PIC 9(02).
           88 FSF-OK        VALUE ZEROS.
           88 FSF-FIM-REG   VALUE 10.
       77 FPG-STAT          PIC 9(02).
           88 FSG-OK        VALUE ZEROS.
           88 FSG-FIM-REG   VALUE 10.
       77 VIS-STAT          PIC 9(02).
           88 FSI-OK        VALUE ZEROS.
           88 FSI-FIM-REG   VALUE 10.
       77 OCO-STAT          PIC 9(02).
           88 FSO-OK        VALUE ZEROS.
           88 FSO-FIM-REG   VALUE 10.
       77 CPC-STAT          PIC 9(02).
           88 FSCP-OK       VALUE ZEROS.
           88 FSCP-FIM-REG  VALUE 10.
       77 CNS-STAT          PIC 9(02).
           88 FSN-OK        VALUE ZEROS.
       77 LOG-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.
           88 FSL-FIM-REG   VALUE 10.
       77 LPD-STAT          PIC 9(02).
           88 FSD-OK        VALUE ZEROS.
           88 FSD-NAO-EXISTE VALUE 35.
       77 REL-STAT          PIC 9(02).
       77 PRT-STAT          PIC 9(02).

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-DOC-TITULAR    PIC X(14) VALUE SPACES.
       77 WS-TAM-DOC        PIC 9(02) VALUE ZEROS.
       77 WS-CPF-TITULAR    PIC 9(11) VALUE ZEROS.
       77 WS-OPERADOR-EXEC  PIC X(08) VALUE SPACES.
       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

      *    Prazo legal de resposta ao titular (LGPD, art. 19, II):
      *    15 dias corridos a partir do pedido.
       77 WS-PRAZO-LGPD     PIC 9(03) VALUE 15.

       01 WS-DT-PEDIDO-X    PIC X(08) VALUE SPACES.
       01 WS-DT-PEDIDO REDEFINES WS-DT-PEDIDO-X PIC 9(08).
       77 WS-DT-PRAZO       PIC 9(08) VALUE ZEROS.
       77 WS-SIT-PRAZO      PIC X(08) VALUE SPACES.
       01 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO   PIC 9(04).
           05 WS-HOJE-MES   PIC 9(02).
           05 FILLER        PIC 9(02).
       01 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.

      *    O que se sabe do titular depois dos cadastros: o codigo
      *    de cliente liga os movimentos; as datas de cadastro
      *    limitam as extracoes gerais que podem te-lo levado.
       77 WS-COD-TITULAR    PIC 9(07) VALUE ZEROS.
       77 WS-DT-CAD-CLIENTE PIC 9(08) VALUE ZEROS.
       77 WS-DT-CAD-VENDEDOR PIC 9(08) VALUE ZEROS.
       77 WS-E-CLIENTE      PIC X(01) VALUE 'N'.
           88 E-CLIENTE     VALUE 'S'.
       77 WS-E-VENDEDOR     PIC X(01) VALUE 'N'.
           88 E-VENDEDOR    VALUE 'S'.

      *    Varredura dos logs: vivo e historicos mensais do PROG30.
       77 WS-TIPO-LOG       PIC X(01) VALUE SPACES.
           88 LOG-AUDITORIA VALUE 'A'.
           88 LOG-EXTRACAO  VALUE 'E'.
       77 WS-NOME-LOG       PIC X(08) VALUE SPACES.
       77 WS-MESES-HIST     PIC 9(02) VALUE 60.
       77 WS-IDX-MES        PIC 9(02) VALUE ZEROS.
       01 WS-MES-ARQUIVO.
           05 WS-MES-ANO    PIC 9(04).
           05 WS-MES-MES    PIC 9(02).
       77 WS-QTD-LOGS       PIC 9(03) VALUE ZEROS.
       77 WS-OCORRENCIAS    PIC 9(03) VALUE ZEROS.
       77 WS-MOTIVO-EXTR    PIC X(40) VALUE SPACES.

      *    Linha do AUDITLOG (layout do PROG190, so a imagem).
       01 WS-LINHA-AUD.
           05 WLA-DATA      PIC X(08).
           05 FILLER        PIC X(02).
           05 WLA-HORA      PIC X(06).
           05 FILLER        PIC X(02).
           05 WLA-PROGRAMA  PIC X(08).
           05 FILLER        PIC X(02).
           05 WLA-CHAVE     PIC X(14).
           05 FILLER        PIC X(02).
           05 WLA-CAMPO     PIC X(15).
           05 FILLER        PIC X(02).
           05 WLA-ANTES     PIC X(20).
           05 FILLER        PIC X(02).
           05 WLA-DEPOIS    PIC X(20).
           05 FILLER        PIC X(170).

      *    Linha do EXTRLOG (layout do PROG110).
       01 WS-LINHA-EXT.
           05 WLE-DATA      PIC X(08).
           05 WLE-DATA-N REDEFINES WLE-DATA PIC 9(08).
           05 FILLER        PIC X(02).
           05 WLE-HORA      PIC X(06).
           05 FILLER        PIC X(02).
           05 WLE-OPERADOR  PIC X(08).
           05 FILLER        PIC X(02).
           05 WLE-PROGRAMA  PIC X(08).
           05 FILLER        PIC X(02).
           05 WLE-QTDE      PIC X(07).
           05 FILLER        PIC X(02).
           05 WLE-FILTROS   PIC X(40).
           05 FILLER        PIC X(02).
           05 WLE-CAMINHO   PIC X(60).
           05 FILLER        PIC X(124).

      *    Um campo do titular, gravado no relatorio e no CSV.
       77 WS-PRT-ARQUIVO    PIC X(12) VALUE SPACES.
       77 WS-PRT-REGISTRO   PIC X(30) VALUE SPACES.
       77 WS-PRT-CAMPO      PIC X(20) VALUE SPACES.
       77 WS-PRT-VALOR      PIC X(70) VALUE SPACES.
       77 WS-TIT-SECAO      PIC X(50) VALUE SPACES.
       77 WS-QTD-SECAO      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REGISTROS  PIC 9(07) VALUE ZEROS.
       77 WS-SECAO-INDISP   PIC X(01) VALUE 'N'.
           88 SECAO-INDISPONIVEL VALUE 'S'.

       77 WS-ED-VALOR       PIC ZZZZZZZZ9,99.
       77 WS-ED-COORD       PIC -ZZ9,99999999.
       77 WS-ED-PERC        PIC Z9,99.
       77 WS-FAT-ATUAL      PIC 9(08) VALUE ZEROS.

       01 WS-LINHA-CSV      PIC X(200) VALUE SPACES.

       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.
       77 WS-CTLIN          PIC 9(03) VALUE 99.

       01 LINHA-CAB0.
           05 FILLER        PIC X(070) VALUE
           'RELATORIO DE ACESSO DO TITULAR - LGPD'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(10) VALUE 'TITULAR..:'.
           05 CB1-DOC       PIC X(14).
           05 FILLER        PIC X(13) VALUE '  PEDIDO EM: '.
           05 CB1-PEDIDO    PIC 9(08).
           05 FILLER        PIC X(09) VALUE '  PRAZO: '.
           05 CB1-PRAZO     PIC 9(08).
           05 FILLER        PIC X(15) VALUE '  ATENDIDO EM: '.
           05 CB1-HOJE      PIC 9(08).

       01 LINHA-SECAO.
           05 FILLER        PIC X(03) VALUE '== '.
           05 SEC-ARQUIVO   PIC X(12).
           05 FILLER        PIC X(03) VALUE ' - '.
           05 SEC-TITULO    PIC X(50).

       01 LINHA-REGISTRO.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(10) VALUE 'REGISTRO: '.
           05 REG-CHAVE     PIC X(30).

       01 LINHA-CAMPO.
           05 FILLER        PIC X(06) VALUE SPACES.
           05 CMP-CAMPO     PIC X(20).
           05 FILLER        PIC X(02) VALUE ': '.
           05 CMP-VALOR     PIC X(70).

       01 LINHA-NOTA.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 NOT-TEXTO     PIC X(90).

       01 LINHA-TOTAL.
           05 FILLER        PIC X(32) VALUE
           'TOTAL DE REGISTROS LOCALIZADOS: '.
           05 TOT-QTDE      PIC ZZZZZZ9.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

      *    Registro de atendimento em LGPDPED.TXT (comeca pela data,
      *    como os demais logs).
       01 LINHA-PEDIDO.
           05 LPD-DT-ATENDE     PIC 9(08) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LPD-HORA          PIC 9(06) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LPD-DOCUMENTO     PIC X(14) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LPD-DT-PEDIDO     PIC 9(08) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LPD-DT-PRAZO      PIC 9(08) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LPD-SITUACAO      PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LPD-OPERADOR      PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LPD-QTDE          PIC 9(07) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LPD-RELATORIO     PIC X(60) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LPD-IDEXEC        PIC X(26) VALUE SPACES.

       01 LINHA-AUDITORIA.
           05 AUD-DATA-W        PIC 9(08) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-HORA-W        PIC 9(06) VALUE ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-PROGRAMA-W    PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-CHAVE-W       PIC X(14) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-CAMPO-W       PIC X(15) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-ANTES-W       PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-DEPOIS-W      PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUD-IDEXEC-W      PIC X(26) VALUE SPACES.

       COPY LK_IDEXEC.

       COPY LK_EXTRLOG.

       COPY LK_AUDCHAIN.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-OPERADOR-EXEC FROM ENVIRONMENT 'COBOL_OPERADOR'
           MOVE 'PROG196' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL

           ACCEPT WS-PARM FROM COMMAND-LINE
           PERFORM VALIDA-PARAMETRO THRU VALIDA-PARAMETRO-FIM
           IF WS-RETCODE = 12
              PERFORM FINALIZA
           END-IF

           PERFORM ABRE-SAIDAS

           PERFORM SECAO-CLIENTE      THRU SECAO-CLIENTE-FIM
           PERFORM SECAO-CLIEXC       THRU SECAO-CLIEXC-FIM
           PERFORM SECAO-VENDEDOR     THRU SECAO-VENDEDOR-FIM
           PERFORM SECAO-VENEXC       THRU SECAO-VENEXC-FIM
           PERFORM SECAO-PROSPECT     THRU SECAO-PROSPECT-FIM
           PERFORM SECAO-PEDIDOS      THRU SECAO-PEDIDOS-FIM
           PERFORM SECAO-FATURAS      THRU SECAO-FATURAS-FIM
           PERFORM SECAO-PAGAMENTOS   THRU SECAO-PAGAMENTOS-FIM
           PERFORM SECAO-VISITAS      THRU SECAO-VISITAS-FIM
           PERFORM SECAO-OCORRENCIAS  THRU SECAO-OCORRENCIAS-FIM
           PERFORM SECAO-CAMPANHAS    THRU SECAO-CAMPANHAS-FIM
           PERFORM SECAO-CONSENT      THRU SECAO-CONSENT-FIM
           PERFORM SECAO-AUDITORIA    THRU SECAO-AUDITORIA-FIM
           PERFORM SECAO-EXTRACOES    THRU SECAO-EXTRACOES-FIM

           MOVE WS-QTD-REGISTROS TO TOT-QTDE
           WRITE RELTIT-REL FROM LINHA-TOTAL AFTER 2
           MOVE SPACES TO NOT-TEXTO
           STRING 'ARQUIVO PARA PORTABILIDADE: '
                  FUNCTION TRIM(WS-ARQ-PORTAB) DELIMITED BY SIZE
             INTO NOT-TEXTO
           END-STRING
           WRITE RELTIT-REL FROM LINHA-NOTA AFTER 1

           CLOSE RELTIT PORTAB

           PERFORM REGISTRA-PEDIDO
           PERFORM REGISTRA-ATO
           PERFORM REGISTRA-EXTRACAO

           IF WS-QTD-REGISTROS = ZEROS
              DISPLAY 'NENHUM REGISTRO ENCONTRADO PARA ' WS-DOC-TITULAR
              MOVE 04 TO WS-RETCODE
           END-IF
           IF WS-SIT-PRAZO = 'ATRASADO'
              DISPLAY 'PEDIDO ATENDIDO FORA DO PRAZO (' WS-DT-PRAZO ')'
              MOVE 04 TO WS-RETCODE
           END-IF

           DISPLAY 'ACESSO DO TITULAR ' WS-DOC-TITULAR ': '
                   WS-QTD-REGISTROS ' REGISTRO(S)'
           DISPLAY 'RELATORIO..: ' FUNCTION TRIM(WS-ARQ-RELTIT)
           DISPLAY 'PORTABIL...: ' FUNCTION TRIM(WS-ARQ-PORTAB)
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       VALIDA-PARAMETRO.
      *-------------------------------------------------------------*
           MOVE WS-PARM (1:14)  TO WS-DOC-TITULAR
           MOVE WS-PARM (16:8)  TO WS-DT-PEDIDO-X

           IF WS-DOC-TITULAR = SPACES
              DISPLAY 'INFORME O CNPJ/CPF DO TITULAR'
              MOVE 12 TO WS-RETCODE
              GO TO VALIDA-PARAMETRO-FIM
           END-IF

           MOVE ZEROS TO WS-TAM-DOC
           INSPECT WS-DOC-TITULAR TALLYING WS-TAM-DOC
                   FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-DT-PEDIDO-X = SPACES
              MOVE WS-DATA-HOJE TO WS-DT-PEDIDO
           END-IF
           IF WS-DT-PEDIDO-X NOT NUMERIC
              DISPLAY 'DATA DO PEDIDO INVALIDA: ' WS-DT-PEDIDO-X
              MOVE 12 TO WS-RETCODE
              GO TO VALIDA-PARAMETRO-FIM
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DT-PEDIDO) NOT = ZEROS
              OR WS-DT-PEDIDO > WS-DATA-HOJE
              DISPLAY 'DATA DO PEDIDO INVALIDA: ' WS-DT-PEDIDO-X
              MOVE 12 TO WS-RETCODE
              GO TO VALIDA-PARAMETRO-FIM
           END-IF

           COMPUTE WS-DT-PRAZO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DT-PEDIDO)
                    + WS-PRAZO-LGPD)
           IF WS-DATA-HOJE > WS-DT-PRAZO
              MOVE 'ATRASADO' TO WS-SIT-PRAZO
           ELSE
              MOVE 'NO PRAZO' TO WS-SIT-PRAZO
           END-IF

      *    CPF (11 digitos) tambem pode ser de vendedor.
           IF WS-DOC-TITULAR (1:11) IS NUMERIC
              AND WS-DOC-TITULAR (12:3) = SPACES
              MOVE WS-DOC-TITULAR (1:11) TO WS-CPF-TITULAR
           END-IF
           .
       VALIDA-PARAMETRO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRE-SAIDAS.
      *-------------------------------------------------------------*
      *    Relatorio e CSV levam o documento e a data no nome: um
      *    novo pedido do mesmo titular nao sobrescreve a resposta
      *    anterior.
           MOVE SPACES TO WS-ARQ-RELTIT WS-ARQ-PORTAB
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ACESSO_'                    DELIMITED BY SIZE
                  WS-DOC-TITULAR               DELIMITED BY SPACE
                  '_'                          DELIMITED BY SIZE
                  WS-DATA-HOJE                 DELIMITED BY SIZE
                  '.TXT'                       DELIMITED BY SIZE
             INTO WS-ARQ-RELTIT
           END-STRING
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'ACESSO_'                    DELIMITED BY SIZE
                  WS-DOC-TITULAR               DELIMITED BY SPACE
                  '_'                          DELIMITED BY SIZE
                  WS-DATA-HOJE                 DELIMITED BY SIZE
                  '.CSV'                       DELIMITED BY SIZE
             INTO WS-ARQ-PORTAB
           END-STRING

           OPEN OUTPUT RELTIT PORTAB
           MOVE 'ARQUIVO;REGISTRO;CAMPO;VALOR' TO PORTAB-REG
           WRITE PORTAB-REG
           PERFORM CABECALHO
           .
       ABRE-SAIDAS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SECAO-CLIENTE.
      *-------------------------------------------------------------*
           MOVE 'CLIENTES.ARQ' TO WS-PRT-ARQUIVO
           MOVE 'CADASTRO DE CLIENTES' TO WS-TIT-SECAO
           PERFORM INICIA-SECAO

           OPEN INPUT CLIENTES
           IF NOT FSC-OK
              SET SECAO-INDISPONIVEL TO TRUE
              GO TO SECAO-CLIENTE-FECHA
           END-IF

           MOVE WS-DOC-TITULAR TO CLI-CNPJ
           READ CLIENTES
                INVALID KEY
                   CLOSE CLIENTES
                   GO TO SECAO-CLIENTE-FECHA
           END-READ
           CLOSE CLIENTES

           SET E-CLIENTE TO TRUE
           MOVE CLI-COD         TO WS-COD-TITULAR
           MOVE CLI-DT-CADASTRO TO WS-DT-CAD-CLIENTE
           MOVE CLI-COD         TO WS-PRT-REGISTRO
           PERFORM LISTA-CLIENTE
           .
       SECAO-CLIENTE-FECHA.
           PERFORM FECHA-SECAO
           .
       SECAO-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SECAO-CLIEXC.
      *-------------------------------------------------------------*
      *    Lixeira de clientes: o registro completo guardado na
      *    exclusao continua sendo dado do titular.
           MOVE 'CLIEXC.ARQ' TO WS-PRT-ARQUIVO
           MOVE 'LIXEIRA DE CLIENTES EXCLUIDOS' TO WS-TIT-SECAO
           PERFORM INICIA-SECAO

           OPEN INPUT CLIEXC
           IF NOT FSX-OK
              SET SECAO-INDISPONIVEL TO TRUE
              GO TO SECAO-CLIEXC-FECHA
           END-IF

           MOVE WS-DOC-TITULAR TO CXC-CNPJ
           MOVE ZEROS          TO CXC-DATA CXC-HORA
           START CLIEXC KEY NOT LESS THAN CXC-KEY
                 INVALID KEY
                    MOVE 10 TO CXC-STAT
           END-START
           PERFORM LISTA-UM-CLIEXC THRU LISTA-UM-CLIEXC-SAI
                   UNTIL FSX-FIM-REG
           CLOSE CLIEXC
           .
       SECAO-CLIEXC-FECHA.
           PERFORM FECHA-SECAO
           .
       SECAO-CLIEXC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-UM-CLIEXC.
      *-------------------------------------------------------------*
           READ CLIEXC NEXT AT END
                GO TO LISTA-UM-CLIEXC-SAI
           END-READ

           IF CXC-CNPJ NOT = WS-DOC-TITULAR
              MOVE 10 TO CXC-STAT
              GO TO LISTA-UM-CLIEXC-SAI
           END-IF

      *    A area de CLIENTES serve de gabarito do registro guardado;
      *    sem cliente vivo, o codigo da lixeira liga os movimentos.
           MOVE CXC-CLIENTE TO CLIENTES-CLI
           IF WS-COD-TITULAR = ZEROS
              SET E-CLIENTE TO TRUE
              MOVE CLI-COD         TO WS-COD-TITULAR
              MOVE CLI-DT-CADASTRO TO WS-DT-CAD-CLIENTE
           END-IF

           MOVE SPACES TO WS-PRT-REGISTRO
           STRING CLI-COD ' EXCLUIDO EM ' CXC-DATA
                  DELIMITED BY SIZE
             INTO WS-PRT-REGISTRO
           END-STRING
           PERFORM LISTA-CLIENTE
           MOVE 'EXCLUIDO POR'  TO WS-PRT-CAMPO
           MOVE CXC-OPERADOR    TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           .
       LISTA-UM-CLIEXC-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-CLIENTE.
      *-------------------------------------------------------------*
      *    Campos do cadastro de cliente em CLIENTES-CLI; a chave do
      *    registro vem pronta em WS-PRT-REGISTRO.
           PERFORM INICIA-REGISTRO
           MOVE 'CODIGO'          TO WS-PRT-CAMPO
           MOVE CLI-COD           TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'NOME'            TO WS-PRT-CAMPO
           MOVE CLI-NOME          TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'CNPJ/CPF'        TO WS-PRT-CAMPO
           MOVE CLI-CNPJ-FMT      TO WS-PRT-VALOR
           IF CLI-CNPJ-FMT = SPACES
              MOVE CLI-CNPJ       TO WS-PRT-VALOR
           END-IF
           PERFORM GRAVA-CAMPO
           MOVE 'SITUACAO'        TO WS-PRT-CAMPO
           MOVE CLI-SITUACAO      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'TELEFONE'        TO WS-PRT-CAMPO
           MOVE CLI-TELEFONE      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'EMAIL'           TO WS-PRT-CAMPO
           MOVE CLI-EMAIL         TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'CEP'             TO WS-PRT-CAMPO
           MOVE CLI-CEP           TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'LOGRADOURO'      TO WS-PRT-CAMPO
           MOVE CLI-LOGRADOURO    TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'NUMERO'          TO WS-PRT-CAMPO
           MOVE CLI-NUM-END       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'COMPLEMENTO'     TO WS-PRT-CAMPO
           MOVE CLI-COMPLEMENTO   TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'BAIRRO'          TO WS-PRT-CAMPO
           MOVE CLI-BAIRRO        TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'MUNICIPIO'       TO WS-PRT-CAMPO
           MOVE CLI-MUNICIPIO     TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'UF'              TO WS-PRT-CAMPO
           MOVE CLI-UF            TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'LATITUDE'        TO WS-PRT-CAMPO
           MOVE CLI-LATIT         TO WS-ED-COORD
           MOVE WS-ED-COORD       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'LONGITUDE'       TO WS-PRT-CAMPO
           MOVE CLI-LONGI         TO WS-ED-COORD
           MOVE WS-ED-COORD       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'VENDEDOR'        TO WS-PRT-CAMPO
           MOVE CLI-VEND          TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'CLASSE'          TO WS-PRT-CAMPO
           MOVE CLI-CLASSE        TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'LIMITE CREDITO'  TO WS-PRT-CAMPO
           MOVE CLI-LIMITE-CRED   TO WS-ED-VALOR
           MOVE WS-ED-VALOR       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'SIT. RECEITA'    TO WS-PRT-CAMPO
           MOVE CLI-SIT-RECEITA   TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'DT SIT. RECEITA' TO WS-PRT-CAMPO
           MOVE CLI-DT-SIT-RECEITA TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'DT CADASTRO'     TO WS-PRT-CAMPO
           MOVE CLI-DT-CADASTRO   TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'DT ALTERACAO'    TO WS-PRT-CAMPO
           MOVE CLI-DT-ALTERACAO  TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           .
       LISTA-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SECAO-VENDEDOR.
      *-------------------------------------------------------------*
           MOVE 'VENDEDOR.ARQ' TO WS-PRT-ARQUIVO
           MOVE 'CADASTRO DE VENDEDORES' TO WS-TIT-SECAO
           PERFORM INICIA-SECAO

           IF WS-CPF-TITULAR = ZEROS
              GO TO SECAO-VENDEDOR-FECHA
           END-IF

           OPEN INPUT VENDEDOR
           IF NOT FSV-OK
              SET SECAO-INDISPONIVEL TO TRUE
              GO TO SECAO-VENDEDOR-FECHA
           END-IF

           MOVE WS-CPF-TITULAR TO VEN-CPF
           READ VENDEDOR
                INVALID KEY
                   CLOSE VENDEDOR
                   GO TO SECAO-VENDEDOR-FECHA
           END-READ
           CLOSE VENDEDOR

           SET E-VENDEDOR TO TRUE
           MOVE VEN-DT-CADASTRO TO WS-DT-CAD-VENDEDOR
           MOVE VEN-COD         TO WS-PRT-REGISTRO
           PERFORM LISTA-VENDEDOR
           .
       SECAO-VENDEDOR-FECHA.
           PERFORM FECHA-SECAO
           .
       SECAO-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SECAO-VENEXC.
      *-------------------------------------------------------------*
           MOVE 'VENEXC.ARQ' TO WS-PRT-ARQUIVO
           MOVE 'LIXEIRA DE VENDEDORES EXCLUIDOS' TO WS-TIT-SECAO
           PERFORM INICIA-SECAO

           IF WS-CPF-TITULAR = ZEROS
              GO TO SECAO-VENEXC-FECHA
           END-IF

           OPEN INPUT VENEXC
           IF NOT FSVX-OK
              SET SECAO-INDISPONIVEL TO TRUE
              GO TO SECAO-VENEXC-FECHA
           END-IF

           MOVE WS-CPF-TITULAR TO VXC-CPF
           MOVE ZEROS          TO VXC-DATA VXC-HORA
           START VENEXC KEY NOT LESS THAN VXC-KEY
                 INVALID KEY
                    MOVE 10 TO VXC-STAT
           END-START
           PERFORM LISTA-UM-VENEXC THRU LISTA-UM-VENEXC-SAI
                   UNTIL FSVX-FIM-REG
           CLOSE VENEXC
           .
       SECAO-VENEXC-FECHA.
           PERFORM FECHA-SECAO
           .
       SECAO-VENEXC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-UM-VENEXC.
      *-------------------------------------------------------------*
           READ VENEXC NEXT AT END
                GO TO LISTA-UM-VENEXC-SAI
           END-READ

           IF VXC-CPF NOT = WS-CPF-TITULAR
              MOVE 10 TO VXC-STAT
              GO TO LISTA-UM-VENEXC-SAI
           END-IF

           MOVE VXC-VENDEDOR TO VENDEDOR-CLI
           IF NOT E-VENDEDOR
              SET E-VENDEDOR TO TRUE
              MOVE VEN-DT-CADASTRO TO WS-DT-CAD-VENDEDOR
           END-IF

           MOVE SPACES TO WS-PRT-REGISTRO
           STRING VEN-COD ' EXCLUIDO EM ' VXC-DATA
                  DELIMITED BY SIZE
             INTO WS-PRT-REGISTRO
           END-STRING
           PERFORM LISTA-VENDEDOR
           MOVE 'EXCLUIDO POR'  TO WS-PRT-CAMPO
           MOVE VXC-OPERADOR    TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           .
       LISTA-UM-VENEXC-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-VENDEDOR.
      *-------------------------------------------------------------*
           PERFORM INICIA-REGISTRO
           MOVE 'CODIGO'          TO WS-PRT-CAMPO
           MOVE VEN-COD           TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'NOME'            TO WS-PRT-CAMPO
           MOVE VEN-NOME          TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'CPF'             TO WS-PRT-CAMPO
           MOVE VEN-CPF-FMT       TO WS-PRT-VALOR
           IF VEN-CPF-FMT = SPACES
              MOVE VEN-CPF        TO WS-PRT-VALOR
           END-IF
           PERFORM GRAVA-CAMPO
           MOVE 'SITUACAO'        TO WS-PRT-CAMPO
           MOVE VEN-SITUACAO      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'UF'              TO WS-PRT-CAMPO
           MOVE VEN-UF            TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'LATITUDE'        TO WS-PRT-CAMPO
           MOVE VEN-LATIT         TO WS-ED-COORD
           MOVE WS-ED-COORD       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'LONGITUDE'       TO WS-PRT-CAMPO
           MOVE VEN-LONGI         TO WS-ED-COORD
           MOVE WS-ED-COORD       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'COMISSAO %'      TO WS-PRT-CAMPO
           MOVE VEN-COMISSAO      TO WS-ED-PERC
           MOVE WS-ED-PERC        TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'VINCULO'         TO WS-PRT-CAMPO
           MOVE VEN-VINCULO       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'REGIME'          TO WS-PRT-CAMPO
           MOVE VEN-REGIME        TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'DT CADASTRO'     TO WS-PRT-CAMPO
           MOVE VEN-DT-CADASTRO   TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'DT ALTERACAO'    TO WS-PRT-CAMPO
           MOVE VEN-DT-ALTERACAO  TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           .
       LISTA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SECAO-PROSPECT.
      *-------------------------------------------------------------*
      *    O prospect guarda o CNPJ sem indice: varre o funil.
           MOVE 'PROSPECT.ARQ' TO WS-PRT-ARQUIVO
           MOVE 'FUNIL DE PROSPECCAO' TO WS-TIT-SECAO
           PERFORM INICIA-SECAO

           OPEN INPUT PROSPECT
           IF NOT FSS-OK
              SET SECAO-INDISPONIVEL TO TRUE
              GO TO SECAO-PROSPECT-FECHA
           END-IF

           MOVE ZEROS TO PSP-COD
           START PROSPECT KEY NOT LESS THAN PSP-KEY
                 INVALID KEY
                    MOVE 10 TO PSP-STAT
           END-START
           PERFORM LISTA-UM-PROSPECT THRU LISTA-UM-PROSPECT-SAI
                   UNTIL FSS-FIM-REG
           CLOSE PROSPECT
           .
       SECAO-PROSPECT-FECHA.
           PERFORM FECHA-SECAO
           .
       SECAO-PROSPECT-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-UM-PROSPECT.
      *-------------------------------------------------------------*
           READ PROSPECT NEXT AT END
                GO TO LISTA-UM-PROSPECT-SAI
           END-READ

           IF PSP-CNPJ NOT = WS-DOC-TITULAR
              GO TO LISTA-UM-PROSPECT-SAI
           END-IF

           MOVE PSP-COD           TO WS-PRT-REGISTRO
           PERFORM INICIA-REGISTRO
           MOVE 'NOME'            TO WS-PRT-CAMPO
           MOVE PSP-NOME          TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'CEP'             TO WS-PRT-CAMPO
           MOVE PSP-CEP           TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'FONTE'           TO WS-PRT-CAMPO
           MOVE PSP-FONTE         TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'VENDEDOR'        TO WS-PRT-CAMPO
           MOVE PSP-CODV          TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'SITUACAO'        TO WS-PRT-CAMPO
           MOVE PSP-SITUACAO      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'MOTIVO PERDA'    TO WS-PRT-CAMPO
           MOVE PSP-MOT-PERDA     TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'CLIENTE GERADO'  TO WS-PRT-CAMPO
           MOVE PSP-COD-CLIENTE   TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'DT CADASTRO'     TO WS-PRT-CAMPO
           MOVE PSP-DT-CADASTRO   TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'DT ALTERACAO'    TO WS-PRT-CAMPO
           MOVE PSP-DT-ALTERACAO  TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           .
       LISTA-UM-PROSPECT-SAI.
           EXIT.

      *-------------------------------------------------------------*
       SECAO-PEDIDOS.
      *-------------------------------------------------------------*
           MOVE 'PEDIDOS.ARQ' TO WS-PRT-ARQUIVO
           MOVE 'PEDIDOS DE VENDA' TO WS-TIT-SECAO
           PERFORM INICIA-SECAO

           IF WS-COD-TITULAR = ZEROS
              GO TO SECAO-PEDIDOS-FECHA
           END-IF

           OPEN INPUT PEDIDOS
           IF NOT FSP-OK
              SET SECAO-INDISPONIVEL TO TRUE
              GO TO SECAO-PEDIDOS-FECHA
           END-IF

           MOVE WS-COD-TITULAR TO PED-CODC
           START PEDIDOS KEY NOT LESS THAN PED-CODC
                 INVALID KEY
                    MOVE 10 TO PED-STAT
           END-START
           PERFORM LISTA-UM-PEDIDO THRU LISTA-UM-PEDIDO-SAI
                   UNTIL FSP-FIM-REG
           CLOSE PEDIDOS
           .
       SECAO-PEDIDOS-FECHA.
           PERFORM FECHA-SECAO
           .
       SECAO-PEDIDOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-UM-PEDIDO.
      *-------------------------------------------------------------*
           READ PEDIDOS NEXT AT END
                GO TO LISTA-UM-PEDIDO-SAI
           END-READ

           IF PED-CODC NOT = WS-COD-TITULAR
              MOVE 10 TO PED-STAT
              GO TO LISTA-UM-PEDIDO-SAI
           END-IF

           MOVE PED-NUMERO        TO WS-PRT-REGISTRO
           PERFORM INICIA-REGISTRO
           MOVE 'DATA'            TO WS-PRT-CAMPO
           MOVE PED-DATA          TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'VENDEDOR'        TO WS-PRT-CAMPO
           MOVE PED-CODV          TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'VALOR'           TO WS-PRT-CAMPO
           MOVE PED-VALOR         TO WS-ED-VALOR
           MOVE WS-ED-VALOR       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'SITUACAO'        TO WS-PRT-CAMPO
           MOVE PED-SITUACAO      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'FATURA'          TO WS-PRT-CAMPO
           MOVE PED-NUM-FATURA    TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'CAMPANHA'        TO WS-PRT-CAMPO
           MOVE PED-CAMPANHA      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'COND. PAGAMENTO' TO WS-PRT-CAMPO
           MOVE PED-COND-PAGTO    TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'MOTIVO CANC.'    TO WS-PRT-CAMPO
           MOVE PED-MOT-CANC      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'OBS. CANC.'      TO WS-PRT-CAMPO
           MOVE PED-OBS-CANC      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'DIGITADO POR'    TO WS-PRT-CAMPO
           MOVE PED-OPER-DIGIT    TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'APROVADO POR'    TO WS-PRT-CAMPO
           MOVE PED-OPER-APROV    TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'PEDIDO CLIENTE'  TO WS-PRT-CAMPO
           MOVE PED-PEDIDO-CLI    TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           .
       LISTA-UM-PEDIDO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       SECAO-FATURAS.
      *-------------------------------------------------------------*
           MOVE 'FATURA.ARQ' TO WS-PRT-ARQUIVO
           MOVE 'FATURAS EMITIDAS' TO WS-TIT-SECAO
           PERFORM INICIA-SECAO

           IF WS-COD-TITULAR = ZEROS
              GO TO SECAO-FATURAS-FECHA
           END-IF

           OPEN INPUT FATURA
           IF NOT FSF-OK
              SET SECAO-INDISPONIVEL TO TRUE
              GO TO SECAO-FATURAS-FECHA
           END-IF

           PERFORM POSICIONA-FATURAS
           PERFORM LISTA-UMA-FATURA THRU LISTA-UMA-FATURA-SAI
                   UNTIL FSF-FIM-REG
           CLOSE FATURA
           .
       SECAO-FATURAS-FECHA.
           PERFORM FECHA-SECAO
           .
       SECAO-FATURAS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       POSICIONA-FATURAS.
      *-------------------------------------------------------------*
           MOVE WS-COD-TITULAR TO FAT-CODC
           START FATURA KEY NOT LESS THAN FAT-CODC
                 INVALID KEY
                    MOVE 10 TO FAT-STAT
           END-START
           .
       POSICIONA-FATURAS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-UMA-FATURA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO LISTA-UMA-FATURA-SAI
           END-READ

           IF FAT-CODC NOT = WS-COD-TITULAR
              MOVE 10 TO FAT-STAT
              GO TO LISTA-UMA-FATURA-SAI
           END-IF

           MOVE FAT-NUMERO        TO WS-PRT-REGISTRO
           PERFORM INICIA-REGISTRO
           MOVE 'PEDIDO'          TO WS-PRT-CAMPO
           MOVE FAT-PEDIDO        TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'EMISSAO'         TO WS-PRT-CAMPO
           MOVE FAT-EMISSAO       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'VENCIMENTO'      TO WS-PRT-CAMPO
           MOVE FAT-VENCTO        TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'PARCELA'         TO WS-PRT-CAMPO
           MOVE SPACES            TO WS-PRT-VALOR
           STRING FAT-PARCELA '/' FAT-QTD-PARC DELIMITED BY SIZE
             INTO WS-PRT-VALOR
           END-STRING
           PERFORM GRAVA-CAMPO
           MOVE 'VALOR'           TO WS-PRT-CAMPO
           MOVE FAT-VALOR         TO WS-ED-VALOR
           MOVE WS-ED-VALOR       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'SITUACAO'        TO WS-PRT-CAMPO
           MOVE FAT-SITUACAO      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'VALOR PAGO'      TO WS-PRT-CAMPO
           MOVE FAT-VALOR-PAGO    TO WS-ED-VALOR
           MOVE WS-ED-VALOR       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'DT ULT. PAGTO'   TO WS-PRT-CAMPO
           MOVE FAT-DT-ULT-PAGTO  TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'NF-E NUMERO'     TO WS-PRT-CAMPO
           MOVE FAT-NFE-NUMERO    TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'NF-E CHAVE'      TO WS-PRT-CAMPO
           MOVE FAT-NFE-CHAVE     TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'DT ENTREGA'      TO WS-PRT-CAMPO
           MOVE FAT-ENT-DATA      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'RECEBEDOR'       TO WS-PRT-CAMPO
           MOVE FAT-ENT-RECEBEDOR TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           .
       LISTA-UMA-FATURA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       SECAO-PAGAMENTOS.
      *-------------------------------------------------------------*
      *    Os pagamentos sao chaveados pela fatura: segunda passada
      *    nas faturas do titular, listando os lancamentos de cada.
           MOVE 'FATPAG.ARQ' TO WS-PRT-ARQUIVO
           MOVE 'PAGAMENTOS DAS FATURAS' TO WS-TIT-SECAO
           PERFORM INICIA-SECAO

           IF WS-COD-TITULAR = ZEROS
              GO TO SECAO-PAGAMENTOS-FECHA
           END-IF

           OPEN INPUT FATURA
           IF NOT FSF-OK
              SET SECAO-INDISPONIVEL TO TRUE
              GO TO SECAO-PAGAMENTOS-FECHA
           END-IF
           OPEN INPUT FATPAG
           IF NOT FSG-OK
              CLOSE FATURA
              SET SECAO-INDISPONIVEL TO TRUE
              GO TO SECAO-PAGAMENTOS-FECHA
           END-IF

           PERFORM POSICIONA-FATURAS
           PERFORM PAGTOS-UMA-FATURA THRU PAGTOS-UMA-FATURA-SAI
                   UNTIL FSF-FIM-REG
           CLOSE FATURA FATPAG
           .
       SECAO-PAGAMENTOS-FECHA.
           PERFORM FECHA-SECAO
           .
       SECAO-PAGAMENTOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PAGTOS-UMA-FATURA.
      *-------------------------------------------------------------*
           READ FATURA NEXT AT END
                GO TO PAGTOS-UMA-FATURA-SAI
           END-READ

           IF FAT-CODC NOT = WS-COD-TITULAR
              MOVE 10 TO FAT-STAT
              GO TO PAGTOS-UMA-FATURA-SAI
           END-IF

           MOVE FAT-NUMERO TO WS-FAT-ATUAL FPG-NUMERO
           MOVE ZEROS      TO FPG-SEQ
           START FATPAG KEY NOT LESS THAN FPG-KEY
                 INVALID KEY
                    MOVE 10 TO FPG-STAT
           END-START
           PERFORM LISTA-UM-PAGTO THRU LISTA-UM-PAGTO-SAI
                   UNTIL FSG-FIM-REG
           MOVE ZEROS TO FPG-STAT
           .
       PAGTOS-UMA-FATURA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-UM-PAGTO.
      *-------------------------------------------------------------*
           READ FATPAG NEXT AT END
                GO TO LISTA-UM-PAGTO-SAI
           END-READ

           IF FPG-NUMERO NOT = WS-FAT-ATUAL
              MOVE 10 TO FPG-STAT
              GO TO LISTA-UM-PAGTO-SAI
           END-IF

           MOVE SPACES TO WS-PRT-REGISTRO
           STRING FPG-NUMERO '/' FPG-SEQ DELIMITED BY SIZE
             INTO WS-PRT-REGISTRO
           END-STRING
           PERFORM INICIA-REGISTRO
           MOVE 'DATA'            TO WS-PRT-CAMPO
           MOVE FPG-DATA          TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'VALOR'           TO WS-PRT-CAMPO
           MOVE FPG-VALOR         TO WS-ED-VALOR
           MOVE WS-ED-VALOR       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'PRINCIPAL'       TO WS-PRT-CAMPO
           MOVE FPG-VLR-PRINCIPAL TO WS-ED-VALOR
           MOVE WS-ED-VALOR       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'ENCARGOS PAGOS'  TO WS-PRT-CAMPO
           MOVE FPG-ENC-PAGO      TO WS-ED-VALOR
           MOVE WS-ED-VALOR       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'ORIGEM'          TO WS-PRT-CAMPO
           MOVE FPG-ORIGEM        TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'OPERADOR'        TO WS-PRT-CAMPO
           MOVE FPG-OPERADOR      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           .
       LISTA-UM-PAGTO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       SECAO-VISITAS.
      *-------------------------------------------------------------*
      *    A chave das visitas comeca pelo vendedor: varre o arquivo.
           MOVE 'VISITAS.ARQ' TO WS-PRT-ARQUIVO
           MOVE 'VISITAS DOS VENDEDORES' TO WS-TIT-SECAO
           PERFORM INICIA-SECAO

           IF WS-COD-TITULAR = ZEROS
              GO TO SECAO-VISITAS-FECHA
           END-IF

           OPEN INPUT VISITAS
           IF NOT FSI-OK
              SET SECAO-INDISPONIVEL TO TRUE
              GO TO SECAO-VISITAS-FECHA
           END-IF

           MOVE LOW-VALUES TO VISITAS-VIS
           START VISITAS KEY NOT LESS THAN VIS-KEY
                 INVALID KEY
                    MOVE 10 TO VIS-STAT
           END-START
           PERFORM LISTA-UMA-VISITA THRU LISTA-UMA-VISITA-SAI
                   UNTIL FSI-FIM-REG
           CLOSE VISITAS
           .
       SECAO-VISITAS-FECHA.
           PERFORM FECHA-SECAO
           .
       SECAO-VISITAS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-UMA-VISITA.
      *-------------------------------------------------------------*
           READ VISITAS NEXT AT END
                GO TO LISTA-UMA-VISITA-SAI
           END-READ

           IF VIS-CODC NOT = WS-COD-TITULAR
              GO TO LISTA-UMA-VISITA-SAI
           END-IF

           MOVE SPACES TO WS-PRT-REGISTRO
           STRING VIS-DATA ' VEND. ' VIS-CODV DELIMITED BY SIZE
             INTO WS-PRT-REGISTRO
           END-STRING
           PERFORM INICIA-REGISTRO
           MOVE 'RESULTADO'       TO WS-PRT-CAMPO
           MOVE VIS-RESULTADO     TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'SITUACAO'        TO WS-PRT-CAMPO
           MOVE VIS-SITUACAO      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'GPS SUSPEITO'    TO WS-PRT-CAMPO
           MOVE VIS-SUSPEITA      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'DT IMPORTACAO'   TO WS-PRT-CAMPO
           MOVE VIS-DT-IMPORT     TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           .
       LISTA-UMA-VISITA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       SECAO-OCORRENCIAS.
      *-------------------------------------------------------------*
           MOVE 'OCORREN.ARQ' TO WS-PRT-ARQUIVO
           MOVE 'OCORRENCIAS E RECLAMACOES' TO WS-TIT-SECAO
           PERFORM INICIA-SECAO

           IF WS-COD-TITULAR = ZEROS
              GO TO SECAO-OCORRENCIAS-FECHA
           END-IF

           OPEN INPUT OCORREN
           IF NOT FSO-OK
              SET SECAO-INDISPONIVEL TO TRUE
              GO TO SECAO-OCORRENCIAS-FECHA
           END-IF

           MOVE WS-COD-TITULAR TO OCO-CODC
           MOVE ZEROS          TO OCO-DATA OCO-HORA
           START OCORREN KEY NOT LESS THAN OCO-KEY
                 INVALID KEY
                    MOVE 10 TO OCO-STAT
           END-START
           PERFORM LISTA-UMA-OCORRENCIA THRU LISTA-UMA-OCORRENCIA-SAI
                   UNTIL FSO-FIM-REG
           CLOSE OCORREN
           .
       SECAO-OCORRENCIAS-FECHA.
           PERFORM FECHA-SECAO
           .
       SECAO-OCORRENCIAS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-UMA-OCORRENCIA.
      *-------------------------------------------------------------*
           READ OCORREN NEXT AT END
                GO TO LISTA-UMA-OCORRENCIA-SAI
           END-READ

           IF OCO-CODC NOT = WS-COD-TITULAR
              MOVE 10 TO OCO-STAT
              GO TO LISTA-UMA-OCORRENCIA-SAI
           END-IF

           MOVE SPACES TO WS-PRT-REGISTRO
           STRING OCO-DATA ' ' OCO-HORA DELIMITED BY SIZE
             INTO WS-PRT-REGISTRO
           END-STRING
           PERFORM INICIA-REGISTRO
           MOVE 'TIPO'            TO WS-PRT-CAMPO
           MOVE OCO-TIPO          TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'TEXTO'           TO WS-PRT-CAMPO
           MOVE OCO-TEXTO         TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'OPERADOR'        TO WS-PRT-CAMPO
           MOVE OCO-OPERADOR      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'SITUACAO'        TO WS-PRT-CAMPO
           MOVE OCO-SITUACAO      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'DT RESOLUCAO'    TO WS-PRT-CAMPO
           MOVE OCO-DT-RESOLUCAO  TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           .
       LISTA-UMA-OCORRENCIA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       SECAO-CAMPANHAS.
      *-------------------------------------------------------------*
      *    A chave do publico comeca pela campanha: varre o arquivo.
           MOVE 'CAMPCLI.ARQ' TO WS-PRT-ARQUIVO
           MOVE 'LISTAS DE CAMPANHA' TO WS-TIT-SECAO
           PERFORM INICIA-SECAO

           IF WS-COD-TITULAR = ZEROS
              GO TO SECAO-CAMPANHAS-FECHA
           END-IF

           OPEN INPUT CAMPCLI
           IF NOT FSCP-OK
              SET SECAO-INDISPONIVEL TO TRUE
              GO TO SECAO-CAMPANHAS-FECHA
           END-IF

           MOVE LOW-VALUES TO CAMPCLI-CPC
           START CAMPCLI KEY NOT LESS THAN CPC-KEY
                 INVALID KEY
                    MOVE 10 TO CPC-STAT
           END-START
           PERFORM LISTA-UM-ALVO THRU LISTA-UM-ALVO-SAI
                   UNTIL FSCP-FIM-REG
           CLOSE CAMPCLI
           .
       SECAO-CAMPANHAS-FECHA.
           PERFORM FECHA-SECAO
           .
       SECAO-CAMPANHAS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-UM-ALVO.
      *-------------------------------------------------------------*
           READ CAMPCLI NEXT AT END
                GO TO LISTA-UM-ALVO-SAI
           END-READ

           IF CPC-CODC NOT = WS-COD-TITULAR
              GO TO LISTA-UM-ALVO-SAI
           END-IF

           MOVE CPC-CAMPANHA      TO WS-PRT-REGISTRO
           PERFORM INICIA-REGISTRO
           MOVE 'VENDEDOR'        TO WS-PRT-CAMPO
           MOVE CPC-CODV          TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'DT GERACAO'      TO WS-PRT-CAMPO
           MOVE CPC-DT-GERACAO    TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           .
       LISTA-UM-ALVO-SAI.
           EXIT.

      *-------------------------------------------------------------*
       SECAO-CONSENT.
      *-------------------------------------------------------------*
           MOVE 'CONSENT.ARQ' TO WS-PRT-ARQUIVO
           MOVE 'CONSENTIMENTO DE MARKETING' TO WS-TIT-SECAO
           PERFORM INICIA-SECAO

           IF WS-COD-TITULAR = ZEROS
              GO TO SECAO-CONSENT-FECHA
           END-IF

           OPEN INPUT CONSENT
           IF NOT FSN-OK
              SET SECAO-INDISPONIVEL TO TRUE
              GO TO SECAO-CONSENT-FECHA
           END-IF

           MOVE 'E' TO CNS-CANAL
           PERFORM LISTA-UM-CANAL THRU LISTA-UM-CANAL-FIM
           MOVE 'T' TO CNS-CANAL
           PERFORM LISTA-UM-CANAL THRU LISTA-UM-CANAL-FIM
           MOVE 'W' TO CNS-CANAL
           PERFORM LISTA-UM-CANAL THRU LISTA-UM-CANAL-FIM
           CLOSE CONSENT
           .
       SECAO-CONSENT-FECHA.
           PERFORM FECHA-SECAO
           .
       SECAO-CONSENT-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-UM-CANAL.
      *-------------------------------------------------------------*
           MOVE WS-COD-TITULAR TO CNS-CODC
           READ CONSENT
                INVALID KEY
                   GO TO LISTA-UM-CANAL-FIM
           END-READ

           EVALUATE TRUE
              WHEN CNS-CANAL-EMAIL
                 MOVE 'E-MAIL'   TO WS-PRT-REGISTRO
              WHEN CNS-CANAL-TELEFONE
                 MOVE 'TELEFONE' TO WS-PRT-REGISTRO
              WHEN OTHER
                 MOVE 'WHATSAPP' TO WS-PRT-REGISTRO
           END-EVALUATE
           PERFORM INICIA-REGISTRO
           MOVE 'SITUACAO'        TO WS-PRT-CAMPO
           MOVE CNS-SITUACAO      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'DT CONSENTIMENTO' TO WS-PRT-CAMPO
           MOVE CNS-DT-CONSENT    TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'ORIGEM'          TO WS-PRT-CAMPO
           MOVE CNS-ORIGEM        TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'OPERADOR'        TO WS-PRT-CAMPO
           MOVE CNS-OPERADOR      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'ARQUIVO'         TO WS-PRT-CAMPO
           MOVE CNS-ARQUIVO       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'DT REVOGACAO'    TO WS-PRT-CAMPO
           MOVE CNS-DT-REVOGA     TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'ORIGEM REVOGACAO' TO WS-PRT-CAMPO
           MOVE CNS-ORIG-REVOGA   TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'OPER. REVOGACAO' TO WS-PRT-CAMPO
           MOVE CNS-OPER-REVOGA   TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'ARQ. REVOGACAO'  TO WS-PRT-CAMPO
           MOVE CNS-ARQ-REVOGA    TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           .
       LISTA-UM-CANAL-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SECAO-AUDITORIA.
      *-------------------------------------------------------------*
      *    Linhas da trilha com a chave do titular, no arquivo vivo
      *    e nos historicos mensais.
           MOVE 'AUDITLOG.TXT' TO WS-PRT-ARQUIVO
           MOVE 'TRILHA DE AUDITORIA (VIVO E HISTORICO MENSAL)'
                TO WS-TIT-SECAO
           PERFORM INICIA-SECAO

           SET LOG-AUDITORIA TO TRUE
           MOVE 'AUDITLOG' TO WS-NOME-LOG
           PERFORM VARRE-LOGS

           PERFORM FECHA-SECAO
           .
       SECAO-AUDITORIA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SECAO-EXTRACOES.
      *-------------------------------------------------------------*
      *    Extracoes que alcancaram o titular: as que citam o
      *    documento no filtro e as extracoes gerais do cadastro em
      *    que ele estava (cliente ou vendedor) a partir da data de
      *    cadastro.
           MOVE 'EXTRLOG.TXT' TO WS-PRT-ARQUIVO
           MOVE 'EXTRACOES DE DADOS PESSOAIS (PROG110)'
                TO WS-TIT-SECAO
           PERFORM INICIA-SECAO

           SET LOG-EXTRACAO TO TRUE
           MOVE 'EXTRLOG' TO WS-NOME-LOG
           PERFORM VARRE-LOGS

           PERFORM FECHA-SECAO
           .
       SECAO-EXTRACOES-FIM.
           EXIT.

      *-------------------------------------------------------------*
       VARRE-LOGS.
      *-------------------------------------------------------------*
      *    Arquivo vivo e os historicos NOME-AAAAMM.TXT do PROG30,
      *    do mes corrente para tras.
           MOVE ZEROS TO WS-QTD-LOGS
           MOVE SPACES TO WS-ARQ-LOGLIDO
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOME-LOG)   DELIMITED BY SIZE
                  '.TXT'                       DELIMITED BY SIZE
             INTO WS-ARQ-LOGLIDO
           END-STRING
           PERFORM VARRE-UM-LOG THRU VARRE-UM-LOG-FIM

           MOVE WS-HOJE-ANO TO WS-MES-ANO
           MOVE WS-HOJE-MES TO WS-MES-MES
           PERFORM VARRE-UM-MES
                   VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > WS-MESES-HIST

           MOVE SPACES TO NOT-TEXTO
           STRING '(' WS-QTD-LOGS ' ARQUIVO(S) DE LOG CONSULTADO(S))'
                  DELIMITED BY SIZE
             INTO NOT-TEXTO
           END-STRING
           IF WS-CTLIN > 55
              PERFORM CABECALHO
           END-IF
           WRITE RELTIT-REL FROM LINHA-NOTA AFTER 1
           ADD 1 TO WS-CTLIN
           .
       VARRE-LOGS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       VARRE-UM-MES.
      *-------------------------------------------------------------*
           MOVE SPACES TO WS-ARQ-LOGLIDO
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOME-LOG)   DELIMITED BY SIZE
                  '-'                          DELIMITED BY SIZE
                  WS-MES-ARQUIVO               DELIMITED BY SIZE
                  '.TXT'                       DELIMITED BY SIZE
             INTO WS-ARQ-LOGLIDO
           END-STRING
           PERFORM VARRE-UM-LOG THRU VARRE-UM-LOG-FIM

           IF WS-MES-MES = 01
              MOVE 12 TO WS-MES-MES
              SUBTRACT 1 FROM WS-MES-ANO
           ELSE
              SUBTRACT 1 FROM WS-MES-MES
           END-IF
           .
       VARRE-UM-MES-FIM.
           EXIT.

      *-------------------------------------------------------------*
       VARRE-UM-LOG.
      *-------------------------------------------------------------*
           OPEN INPUT LOGLIDO
           IF NOT FSL-OK
              GO TO VARRE-UM-LOG-FIM
           END-IF
           ADD 1 TO WS-QTD-LOGS

           PERFORM LE-UMA-LINHA THRU LE-UMA-LINHA-SAI
                   UNTIL FSL-FIM-REG
           CLOSE LOGLIDO
           .
       VARRE-UM-LOG-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LE-UMA-LINHA.
      *-------------------------------------------------------------*
           READ LOGLIDO NEXT AT END
                GO TO LE-UMA-LINHA-SAI
           END-READ

           IF LOG-AUDITORIA
              MOVE LOGLIDO-REG TO WS-LINHA-AUD
              IF WLA-CHAVE = WS-DOC-TITULAR
                 PERFORM LISTA-LINHA-AUDITORIA
              END-IF
           ELSE
              MOVE LOGLIDO-REG TO WS-LINHA-EXT
              PERFORM CONFERE-EXTRACAO THRU CONFERE-EXTRACAO-FIM
           END-IF
           .
       LE-UMA-LINHA-SAI.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-LINHA-AUDITORIA.
      *-------------------------------------------------------------*
           MOVE SPACES TO WS-PRT-REGISTRO
           STRING WLA-DATA ' ' WLA-HORA DELIMITED BY SIZE
             INTO WS-PRT-REGISTRO
           END-STRING
           PERFORM INICIA-REGISTRO
           MOVE 'PROGRAMA'        TO WS-PRT-CAMPO
           MOVE WLA-PROGRAMA      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'CAMPO'           TO WS-PRT-CAMPO
           MOVE WLA-CAMPO         TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'ANTES'           TO WS-PRT-CAMPO
           MOVE WLA-ANTES         TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'DEPOIS'          TO WS-PRT-CAMPO
           MOVE WLA-DEPOIS        TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           .
       LISTA-LINHA-AUDITORIA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CONFERE-EXTRACAO.
      *-------------------------------------------------------------*
           MOVE SPACES TO WS-MOTIVO-EXTR
           MOVE ZEROS  TO WS-OCORRENCIAS
           INSPECT WLE-FILTROS TALLYING WS-OCORRENCIAS
                   FOR ALL WS-DOC-TITULAR (1:WS-TAM-DOC)
           IF WS-OCORRENCIAS > ZEROS
              MOVE 'FILTRO CITA O DOCUMENTO' TO WS-MOTIVO-EXTR
              GO TO CONFERE-EXTRACAO-LISTA
           END-IF

           IF WLE-DATA NOT NUMERIC
              GO TO CONFERE-EXTRACAO-FIM
           END-IF

      *    Extracoes gerais de clientes (todos, carteiras, DW,
      *    pacotes de campo e mapa de cobertura).
           IF E-CLIENTE AND WLE-DATA-N NOT < WS-DT-CAD-CLIENTE
              IF WLE-PROGRAMA = 'PROG13' OR 'PROG25' OR 'PROG46'
                                OR 'PROG183' OR 'PROG184'
                 MOVE 'EXTRACAO GERAL DE CLIENTES' TO WS-MOTIVO-EXTR
                 GO TO CONFERE-EXTRACAO-LISTA
              END-IF
           END-IF

           IF E-VENDEDOR AND WLE-DATA-N NOT < WS-DT-CAD-VENDEDOR
              IF WLE-PROGRAMA = 'PROG14'
                 MOVE 'EXTRACAO GERAL DE VENDEDORES' TO WS-MOTIVO-EXTR
                 GO TO CONFERE-EXTRACAO-LISTA
              END-IF
           END-IF

           GO TO CONFERE-EXTRACAO-FIM
           .
       CONFERE-EXTRACAO-LISTA.
           MOVE SPACES TO WS-PRT-REGISTRO
           STRING WLE-DATA ' ' WLE-HORA DELIMITED BY SIZE
             INTO WS-PRT-REGISTRO
           END-STRING
           PERFORM INICIA-REGISTRO
           MOVE 'PROGRAMA'        TO WS-PRT-CAMPO
           MOVE WLE-PROGRAMA      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'OPERADOR'        TO WS-PRT-CAMPO
           MOVE WLE-OPERADOR      TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'FILTROS'         TO WS-PRT-CAMPO
           MOVE WLE-FILTROS       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'QUANTIDADE'      TO WS-PRT-CAMPO
           MOVE WLE-QTDE          TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'ARQUIVO GERADO'  TO WS-PRT-CAMPO
           MOVE WLE-CAMINHO       TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           MOVE 'MOTIVO'          TO WS-PRT-CAMPO
           MOVE WS-MOTIVO-EXTR    TO WS-PRT-VALOR
           PERFORM GRAVA-CAMPO
           .
       CONFERE-EXTRACAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       INICIA-SECAO.
      *-------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE 'N'   TO WS-SECAO-INDISP
           IF WS-CTLIN > 52
              PERFORM CABECALHO
           END-IF
           MOVE WS-PRT-ARQUIVO TO SEC-ARQUIVO
           MOVE WS-TIT-SECAO   TO SEC-TITULO
           WRITE RELTIT-REL FROM LINHA-SECAO AFTER 2
           ADD 2 TO WS-CTLIN
           .
       INICIA-SECAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FECHA-SECAO.
      *-------------------------------------------------------------*
      *    Secao vazia sai assim mesmo: o titular ve que o arquivo
      *    foi consultado.
           IF SECAO-INDISPONIVEL
              MOVE '(ARQUIVO NAO DISPONIVEL NESTA INSTALACAO)'
                   TO NOT-TEXTO
           ELSE
              IF WS-QTD-SECAO = ZEROS
                 MOVE '(NENHUM REGISTRO)' TO NOT-TEXTO
              ELSE
                 GO TO FECHA-SECAO-FIM
              END-IF
           END-IF
           IF WS-CTLIN > 55
              PERFORM CABECALHO
           END-IF
           WRITE RELTIT-REL FROM LINHA-NOTA AFTER 1
           ADD 1 TO WS-CTLIN
           .
       FECHA-SECAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       INICIA-REGISTRO.
      *-------------------------------------------------------------*
           ADD 1 TO WS-QTD-SECAO WS-QTD-REGISTROS
           IF WS-CTLIN > 52
              PERFORM CABECALHO
           END-IF
           MOVE WS-PRT-REGISTRO TO REG-CHAVE
           WRITE RELTIT-REL FROM LINHA-REGISTRO AFTER 1
           ADD 1 TO WS-CTLIN
           .
       INICIA-REGISTRO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-CAMPO.
      *-------------------------------------------------------------*
      *    Um campo do registro corrente: linha no relatorio e linha
      *    ARQUIVO;REGISTRO;CAMPO;VALOR no arquivo de portabilidade.
           IF WS-CTLIN > 55
              PERFORM CABECALHO
           END-IF
           MOVE WS-PRT-CAMPO TO CMP-CAMPO
           MOVE WS-PRT-VALOR TO CMP-VALOR
           WRITE RELTIT-REL FROM LINHA-CAMPO AFTER 1
           ADD 1 TO WS-CTLIN

           MOVE SPACES TO WS-LINHA-CSV
           STRING FUNCTION TRIM(WS-PRT-ARQUIVO)  DELIMITED BY SIZE
                  ';'                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRT-REGISTRO) DELIMITED BY SIZE
                  ';'                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRT-CAMPO)    DELIMITED BY SIZE
                  ';'                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRT-VALOR)    DELIMITED BY SIZE
             INTO WS-LINHA-CSV
           END-STRING
           WRITE PORTAB-REG FROM WS-LINHA-CSV

           MOVE SPACES TO WS-PRT-VALOR
           .
       GRAVA-CAMPO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CABECALHO.
      *-------------------------------------------------------------*
           ADD 1 TO WS-CTPAG
           MOVE WS-CTPAG       TO PAG-REL
           MOVE WS-DOC-TITULAR TO CB1-DOC
           MOVE WS-DT-PEDIDO   TO CB1-PEDIDO
           MOVE WS-DT-PRAZO    TO CB1-PRAZO
           MOVE WS-DATA-HOJE   TO CB1-HOJE
           WRITE RELTIT-REL FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELTIT-REL FROM LINHA-CAB1 AFTER 1
           WRITE RELTIT-REL FROM LINHA-BRANCO AFTER 1
           MOVE 3 TO WS-CTLIN
           .
       CABECALHO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       REGISTRA-PEDIDO.
      *-------------------------------------------------------------*
      *    Prova do atendimento: pedido, prazo, data da resposta e
      *    o que foi entregue.
           MOVE SPACES TO LINHA-PEDIDO
           MOVE WS-DATA-HOJE      TO LPD-DT-ATENDE
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO LPD-HORA
           MOVE WS-DOC-TITULAR    TO LPD-DOCUMENTO
           MOVE WS-DT-PEDIDO      TO LPD-DT-PEDIDO
           MOVE WS-DT-PRAZO       TO LPD-DT-PRAZO
           MOVE WS-SIT-PRAZO      TO LPD-SITUACAO
           MOVE WS-OPERADOR-EXEC  TO LPD-OPERADOR
           MOVE WS-QTD-REGISTROS  TO LPD-QTDE
           MOVE WS-ARQ-RELTIT     TO LPD-RELATORIO
           MOVE LK-IDX-ID         TO LPD-IDEXEC

           OPEN EXTEND LGPDPED
           IF FSD-NAO-EXISTE
              OPEN OUTPUT LGPDPED
              CLOSE LGPDPED
              OPEN EXTEND LGPDPED
           END-IF
           WRITE LGPDPED-REG FROM LINHA-PEDIDO
           CLOSE LGPDPED
           .
       REGISTRA-PEDIDO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       REGISTRA-ATO.
      *-------------------------------------------------------------*
      *    O atendimento fica na trilha com a chave do titular, como
      *    a anonimizacao do PROG100.
           MOVE SPACES TO LINHA-AUDITORIA
           MOVE WS-DATA-HOJE    TO AUD-DATA-W
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO AUD-HORA-W
           MOVE 'PROG196'       TO AUD-PROGRAMA-W
           MOVE WS-DOC-TITULAR  TO AUD-CHAVE-W
           MOVE 'ACESSO-TITULAR' TO AUD-CAMPO-W
           MOVE SPACES          TO AUD-ANTES-W
           STRING 'PEDIDO ' WS-DT-PEDIDO DELIMITED BY SIZE
             INTO AUD-ANTES-W
           END-STRING
           MOVE WS-OPERADOR-EXEC TO AUD-DEPOIS-W
           MOVE LK-IDX-ID       TO AUD-IDEXEC-W
           MOVE 'G'             TO LK-ACH-OPERACAO
           MOVE LINHA-AUDITORIA TO LK-ACH-LINHA
           CALL "PROG190" USING LK-AUDCHAIN END-CALL
           IF LK-ACH-ERRO
              DISPLAY 'AVISO: TRILHA DE AUDITORIA NAO GRAVADA ('
                      LK-ACH-STAT ')'
           END-IF
           .
       REGISTRA-ATO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       REGISTRA-EXTRACAO.
      *-------------------------------------------------------------*
      *    O CSV de portabilidade e' uma extracao de dado pessoal.
           INITIALIZE LK-EXTRLOG
           MOVE 'PROG196' TO LK-EXT-PROGRAMA
           STRING 'ACESSO DO TITULAR ' WS-DOC-TITULAR
                  DELIMITED BY SIZE
             INTO LK-EXT-FILTROS
           END-STRING
           MOVE WS-QTD-REGISTROS TO LK-EXT-QTDE
           MOVE WS-ARQ-PORTAB TO LK-EXT-CAMINHO
           MOVE LK-IDX-ID TO LK-EXT-IDEXEC
           CALL "PROG110" USING LK-EXTRLOG END-CALL
           .
       REGISTRA-EXTRACAO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-CAMINHOS.
      *-------------------------------------------------------------*
      *    O diretorio dos arquivos de dados vem da variavel de
      *    ambiente COBOL_DATA_DIR (com a barra final incluida), para
      *    permitir apontar um ambiente de testes sem recompilar. Se
      *    a variavel nao estiver definida, mantem C:\COBOL\.
           ACCEPT WS-DIR-DADOS FROM ENVIRONMENT 'COBOL_DATA_DIR'
           IF WS-DIR-DADOS = SPACES
              MOVE 'C:\COBOL\' TO WS-DIR-DADOS
           END-IF

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-CLIENTES
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CLIEXC.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-CLIEXC
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'VENDEDOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-VENDEDOR
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'VENEXC.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-VENEXC
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PROSPECT.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-PROSPECT
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'PEDIDOS.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-PEDIDOS
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATURA.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATURA
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'FATPAG.ARQ'                 DELIMITED BY SIZE
             INTO WS-ARQ-FATPAG
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'VISITAS.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-VISITAS
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'OCORREN.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-OCORREN
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CAMPCLI.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CAMPCLI
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CONSENT.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CONSENT
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'LGPDPED.TXT'                DELIMITED BY SIZE
             INTO WS-ARQ-LGPDPED
           END-STRING
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.
