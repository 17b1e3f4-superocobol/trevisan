      ******************************************************************
      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG199 - Completude do Cadastro de Clientes
      * Chamadas..: PROG35 - Spool e Catalogo de Relatorios
      *             PROG76 - Deposito na Caixa de Saida do Vendedor
      *             PROG58 - Identificador de Execucao
      *             PROG10 - Tratamento de erros de FILE-STATUS
      * Parametros: Nenhum.
      * Observação: Confere o cadastro de cada cliente ativo e da uma
      *             pontuacao de 0 a 100, 20 pontos por item em dia:
      *             telefone (CLI-TELEFONE), e-mail (CLI-EMAIL),
      *             endereco de visita (CLI-LOGRADOURO),
      *             geocodificacao exata (CLI-GEO-PRECISAO 'E'; as
      *             aproximadas 5/3, a nao localizada e a em branco
      *             perdem o item) e situacao na Receita consultada
      *             ha no maximo um ano (CLI-DT-SIT-RECEITA). O
      *             relatorio do spool (PROG35) traz a base inteira,
      *             a media de cada carteira de vendedor e a de cada
      *             UF, com a media da fotografia anterior ao lado.
      *             A fotografia do dia vai para CPLHIST.ARQ (geral,
      *             vendedor e UF; regravada se rodar duas vezes no
      *             dia), para acompanhar se a base esta ficando mais
      *             limpa. Cada vendedor recebe na caixa de saida
      *             (PROG76) a lista dos seus clientes a corrigir,
      *             em CADCPL_nnnnn_AAAAMMDD.TXT. Roda sem tela, na
      *             cadeia noturna do PROG34.
      * Cod.Retorno (RETURN-CODE):
      *             0 = processamento normal
      *             4 = nenhum cliente ativo
      *            12 = arquivo ausente
      * Historico.:
      *   2026 mnt - Programa novo.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG199.
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
              ORGANIZATION         IS INDEXED
              ACCESS  MODE         IS SEQUENTIAL
              FILE STATUS          IS CLI-STAT
              ALTERNATE RECORD KEY IS CLI-COD
              ALTERNATE RECORD KEY IS CLI-NOME  WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-CNPJ-RAIZ WITH DUPLICATES
              ALTERNATE RECORD KEY IS CLI-NOME-BUSCA WITH DUPLICATES
              LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
              RECORD KEY           IS CLI-KEY.

       SELECT VENDEDOR ASSIGN TO WS-ARQ-VENDEDOR
              ORGANIZATION         IS INDEXED
              ACCESS MODE          IS RANDOM
              FILE STATUS          IS VEN-STAT
              ALTERNATE RECORD KEY IS VEN-COD
              ALTERNATE RECORD KEY IS VEN-NOME  WITH DUPLICATES
              RECORD KEY           IS VEN-KEY.

       SELECT CPLHIST ASSIGN TO WS-ARQ-CPLHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS CPH-STAT
              RECORD KEY   IS CPH-KEY.

       SELECT RELCPL ASSIGN TO WS-ARQ-RELCPL
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS REL-STAT.

       SELECT VENCPL ASSIGN TO WS-ARQ-VENCPL
              ORGANIZATION         IS LINE SEQUENTIAL
              FILE STATUS          IS VCP-STAT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY FD_CLIENTES.

       COPY FD_VENDEDOR.

       COPY FD_CPLHIST.

       FD RELCPL
           LINAGE IS 55 LINES
           WITH FOOTING AT 51
           LINES AT TOP 3
           LINES AT BOTTOM 2.

       01 RELCPL-REL.
          05 REL-IMP        PIC X(132).

       FD VENCPL.

       01 VENCPL-REG.
          05 VCP-IMP        PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-DIR-DADOS       PIC X(50) VALUE SPACES.
       77 WS-ARQ-CLIENTES    PIC X(70) VALUE SPACES.
       77 WS-ARQ-VENDEDOR    PIC X(70) VALUE SPACES.
       77 WS-ARQ-CPLHIST     PIC X(70) VALUE SPACES.
       77 WS-ARQ-RELCPL      PIC X(90) VALUE SPACES.
       77 WS-ARQ-VENCPL      PIC X(90) VALUE SPACES.

       77 CLI-STAT          PIC 9(02).
           88 FSC-OK        VALUE ZEROS.
           88 FSC-FIM-REG   VALUE 10.
           88 FSC-NAO-EXISTE VALUE 35.

       77 VEN-STAT          PIC 9(02).
           88 FSV-OK        VALUE ZEROS.
           88 FSV-NAO-EXISTE VALUE 35.

       77 CPH-STAT          PIC 9(02).
           88 FSH-OK        VALUE ZEROS.
           88 FSH-JA-EXISTE VALUE 22.
           88 FSH-NAO-EXISTE VALUE 35.

       77 REL-STAT          PIC 9(02).
           88 FSR-OK        VALUE ZEROS.

       77 VCP-STAT          PIC 9(02).
           88 FSL-OK        VALUE ZEROS.

      *    Cadastro opcional: sem VENDEDOR.ARQ o relatorio sai sem o
      *    nome do vendedor.
       77 WS-TEM-VENDEDOR   PIC X(01) VALUE 'N'.
           88 TEM-VENDEDOR  VALUE 'S'.
           88 SEM-VENDEDOR  VALUE 'N'.

       77 WS-PARM           PIC X(80) VALUE SPACES.
       77 WS-RETCODE        PIC 9(02) VALUE ZEROS.

       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE-INT  PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-RECEITA   PIC S9(08) VALUE ZEROS.
      *    Consulta a Receita mais antiga que isso perde o item.
       77 WS-VALIDADE-RECEITA PIC 9(03) VALUE 365.

      *    Fotografia anterior em CPLHIST.ARQ (ZEROS = nenhuma).
       77 WS-DATA-ANTERIOR  PIC 9(08) VALUE ZEROS.
       77 WS-TEM-ANTERIOR   PIC X(01) VALUE 'N'.
           88 TEM-ANTERIOR  VALUE 'S'.
           88 SEM-ANTERIOR  VALUE 'N'.
       77 WS-MEDIA-ANT      PIC 9(03)V99 VALUE ZEROS.
       77 WS-VARIACAO       PIC S9(03)V99 VALUE ZEROS.
       77 WS-MEDIA-ED       PIC ZZ9,99.
       77 WS-VARIACAO-ED    PIC +ZZ9,99.

      *    Itens em falta do cliente corrente (1 = falta) e a
      *    pontuacao resultante.
       01 WS-CLI-FALTA.
           05 WS-FLT-TELEFONE  PIC 9(01).
           05 WS-FLT-EMAIL     PIC 9(01).
           05 WS-FLT-ENDERECO  PIC 9(01).
           05 WS-FLT-GEO       PIC 9(01).
           05 WS-FLT-RECEITA   PIC 9(01).
       77 WS-CLI-PONTOS     PIC 9(03) VALUE ZEROS.
       77 WS-PENDENCIAS     PIC X(70) VALUE SPACES.
       77 WS-PTR            PIC 9(03) VALUE ZEROS.

      *    Acumulador de trabalho: a base inteira, cada carteira e
      *    cada UF guardam este mesmo bloco, que passa por aqui para
      *    somar o cliente, imprimir e gravar o historico.
       01 WS-CPL-TOT.
           05 WS-CPL-QTD       PIC 9(07).
           05 WS-CPL-INCOMPL   PIC 9(07).
           05 WS-CPL-PONTOS    PIC 9(09).
           05 WS-CPL-SEM-TEL   PIC 9(07).
           05 WS-CPL-SEM-EML   PIC 9(07).
           05 WS-CPL-SEM-END   PIC 9(07).
           05 WS-CPL-GEO       PIC 9(07).
           05 WS-CPL-RECEITA   PIC 9(07).
       77 WS-CPL-MEDIA      PIC 9(03)V99 VALUE ZEROS.

       01 WS-TOT-GERAL      PIC X(58) VALUE ZEROS.

      *    Carteiras em ordem de codigo do vendedor (zero = cliente
      *    sem vendedor). WS-TV-LISTA marca quem ja tem a lista de
      *    correcao aberta nesta rodada: o arquivo e' criado na
      *    primeira linha e estendido nas seguintes.
       01 WS-TAB-VEND.
           05 WS-TV-ENT OCCURS 2000 TIMES.
              10 WS-TV-COD     PIC 9(05).
              10 WS-TV-LISTA   PIC X(01).
              10 WS-TV-TOT     PIC X(58).
       77 WS-QTD-VENDS      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-VEND-EST   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LISTAS     PIC 9(04) VALUE ZEROS.

       01 WS-TAB-UF.
           05 WS-TU-ENT OCCURS 40 TIMES.
              10 WS-TU-UF      PIC X(02).
              10 WS-TU-TOT     PIC X(58).
       77 WS-QTD-UFS        PIC 9(04) VALUE ZEROS.
       77 WS-QTD-UF-EST     PIC 9(06) VALUE ZEROS.

       77 WS-IDX            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ACHOU      PIC 9(04) VALUE ZEROS.
       77 WS-IDX-VEND       PIC 9(04) VALUE ZEROS.
       77 WS-VEN-COD-TXT    PIC 9(05) VALUE ZEROS.
       77 WS-COPIA-VEND     PIC X(01) VALUE 'N'.
           88 COM-COPIA     VALUE 'S'.

       77 WS-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-CTPAG          PIC 9(03) VALUE ZEROS.

      *    Apoio para editar AAAAMMDD como DD/MM/AAAA.
       01 WS-DATA-AMD.
           05 WS-AMD-ANO    PIC X(04).
           05 WS-AMD-MES    PIC X(02).
           05 WS-AMD-DIA    PIC X(02).

       01 WS-DATA-DMA.
           05 WS-DMA-DIA    PIC X(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WS-DMA-MES    PIC X(02).
           05 FILLER        PIC X(01) VALUE '/'.
           05 WS-DMA-ANO    PIC X(04).

       01 LINHA-CAB0.
           05 FILLER        PIC X(060) VALUE
           'COMPLETUDE DO CADASTRO DE CLIENTES'.
           05 FILLER        PIC X(09) VALUE 'PAGINA : '.
           05 PAG-REL       PIC ZZ9.

       01 LINHA-CAB1.
           05 FILLER        PIC X(09) VALUE 'DATA...: '.
           05 CAB-DATA-HOJE PIC X(10).
           05 FILLER        PIC X(25) VALUE
              '   FOTOGRAFIA ANTERIOR: '.
           05 CAB-DATA-ANT  PIC X(10).

       01 LINHA-CAB-CRIT.
           05 FILLER        PIC X(058) VALUE
           'PONTUACAO 0 A 100, 20 POR ITEM: TELEFONE, E-MAIL, ENDERECO'.
           05 FILLER        PIC X(064) VALUE
           ', GEOCODIFICACAO EXATA E RECEITA CONSULTADA HA ATE 1 ANO'.

       01 LINHA-CAB2.
           05 FILLER        PIC X(006) VALUE 'CHAVE'.
           05 FILLER        PIC X(031) VALUE 'NOME'.
           05 FILLER        PIC X(008) VALUE 'CLIENTES'.
           05 FILLER        PIC X(009) VALUE ' INCOMPL.'.
           05 FILLER        PIC X(007) VALUE '  MEDIA'.
           05 FILLER        PIC X(007) VALUE '  ANTER'.
           05 FILLER        PIC X(008) VALUE '    VAR.'.
           05 FILLER        PIC X(007) VALUE '   TEL.'.
           05 FILLER        PIC X(007) VALUE ' E-MAIL'.
           05 FILLER        PIC X(007) VALUE '   END.'.
           05 FILLER        PIC X(007) VALUE '    GEO'.
           05 FILLER        PIC X(008) VALUE ' RECEITA'.

       01 LINHA-CAB3.
           05 FILLER        PIC X(006) VALUE '====='.
           05 FILLER        PIC X(031) VALUE '===='.
           05 FILLER        PIC X(008) VALUE '========'.
           05 FILLER        PIC X(009) VALUE ' ========'.
           05 FILLER        PIC X(007) VALUE '  ====='.
           05 FILLER        PIC X(007) VALUE '  ====='.
           05 FILLER        PIC X(008) VALUE '    ===='.
           05 FILLER        PIC X(007) VALUE '   ===='.
           05 FILLER        PIC X(007) VALUE ' ======'.
           05 FILLER        PIC X(007) VALUE '   ===='.
           05 FILLER        PIC X(007) VALUE '    ==='.
           05 FILLER        PIC X(008) VALUE ' ======='.

       01 LINHA-SECAO.
           05 SEC-TITULO    PIC X(060).

       01 LINHA-DET.
           05 DET-CHAVE     PIC X(005).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-NOME      PIC X(030).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-CLIENTES  PIC ZZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-INCOMPL   PIC ZZZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-MEDIA     PIC ZZ9,99.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-ANTERIOR  PIC X(006).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-VARIACAO  PIC X(007).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-SEM-TEL   PIC ZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-SEM-EML   PIC ZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-SEM-END   PIC ZZZZZ9.
           05 FILLER        PIC X(001) VALUE SPACES.
           05 DET-GEO       PIC ZZZZZ9.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 DET-RECEITA   PIC ZZZZZ9.

       01 LINHA-SEM-CLIENTE.
           05 FILLER        PIC X(50) VALUE
           'NENHUM CLIENTE ATIVO NO CADASTRO'.

       01 LINHA-TOT1.
           05 FILLER        PIC X(30) VALUE
              'CLIENTES LIDOS..............: '.
           05 TOT-LIDOS     PIC ZZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   ATIVOS........: '.
           05 TOT-ATIVOS    PIC ZZZZZZ9.

       01 LINHA-TOT2.
           05 FILLER        PIC X(30) VALUE
              'CADASTROS COMPLETOS.........: '.
           05 TOT-COMPLETOS PIC ZZZZZZ9.
           05 FILLER        PIC X(20) VALUE
              '   A CORRIGIR....: '.
           05 TOT-INCOMPL   PIC ZZZZZZ9.

       01 LINHA-TOT3.
           05 FILLER        PIC X(30) VALUE
              'MEDIA DA BASE...............: '.
           05 TOT-MEDIA     PIC ZZZZ9,99.
           05 FILLER        PIC X(19) VALUE
              '   ANTERIOR......: '.
           05 TOT-ANTERIOR  PIC X(06).

       01 LINHA-TOT4.
           05 FILLER        PIC X(30) VALUE
              'LISTAS ENVIADAS A VENDEDORES: '.
           05 TOT-LISTAS    PIC ZZZZZZ9.

       01 LINHA-TOT5.
           05 FILLER        PIC X(50) VALUE
           '*** TABELA DE VENDEDORES CHEIA - CLIENTES FORA: '.
           05 TOT-VEND-EST  PIC ZZZZZ9.

       01 LINHA-TOT6.
           05 FILLER        PIC X(50) VALUE
           '*** TABELA DE UF CHEIA - CLIENTES FORA: '.
           05 TOT-UF-EST    PIC ZZZZZ9.

      *    Lista de correcao do vendedor (caixa de saida).
       01 LINHA-VEN-CAB.
           05 FILLER        PIC X(056) VALUE
           'CLIENTES DA SUA CARTEIRA COM CADASTRO A CORRIGIR - DATA '.
           05 VCB-DATA-HOJE PIC X(010).

       01 LINHA-LST-CAB2.
           05 FILLER        PIC X(008) VALUE 'CLIENTE'.
           05 FILLER        PIC X(031) VALUE 'NOME'.
           05 FILLER        PIC X(008) VALUE 'PONTOS'.
           05 FILLER        PIC X(070) VALUE 'CORRIGIR'.

       01 LINHA-LST-CAB3.
           05 FILLER        PIC X(008) VALUE '======='.
           05 FILLER        PIC X(031) VALUE '===='.
           05 FILLER        PIC X(008) VALUE '======'.
           05 FILLER        PIC X(070) VALUE '========'.

       01 LINHA-LST-DET.
           05 LST-CODC      PIC 9(007).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 LST-NOME      PIC X(030).
           05 FILLER        PIC X(001) VALUE SPACES.
           05 LST-PONTOS    PIC ZZZZZ9.
           05 FILLER        PIC X(002) VALUE SPACES.
           05 LST-PENDENCIAS PIC X(070).

       01 LINHA-LST-RES.
           05 FILLER        PIC X(014) VALUE 'SUA CARTEIRA: '.
           05 LRS-CLIENTES  PIC ZZZZZZ9.
           05 FILLER        PIC X(009) VALUE ' ATIVOS, '.
           05 LRS-INCOMPL   PIC ZZZZZZ9.
           05 FILLER        PIC X(019) VALUE ' A CORRIGIR, MEDIA '.
           05 LRS-MEDIA     PIC ZZ9,99.
           05 FILLER        PIC X(011) VALUE ' (ANTERIOR '.
           05 LRS-ANTERIOR  PIC X(006).
           05 FILLER        PIC X(001) VALUE ')'.

       01 LINHA-BRANCO      PIC X(100) VALUE SPACES.

       COPY LK_FILE_STATUS.

       COPY LK_IDEXEC.

       COPY LK_SPOOL.

       COPY LK_OUTBOX.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM MONTA-CAMINHOS
           MOVE 'PROG199' TO LK-IDX-PROGRAMA
           CALL "PROG58" USING LK-IDEXEC END-CALL
           MOVE LK-IDX-ID TO LK-IDE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)

           PERFORM ABRIR-ARQUIVO

           PERFORM BUSCA-ANTERIOR THRU BUSCA-ANTERIOR-FIM

           MOVE ZEROS TO WS-TOT-GERAL
           PERFORM CONFERE-CLIENTE
              THRU CONFERE-CLIENTE-SAI UNTIL FSC-FIM-REG

           PERFORM IMP-CABEC

           MOVE WS-TOT-GERAL TO WS-CPL-TOT
           IF WS-CPL-QTD = ZEROS
              MOVE 04 TO WS-RETCODE
              DISPLAY 'PROG199: NENHUM CLIENTE ATIVO NO CADASTRO'
              WRITE RELCPL-REL FROM LINHA-SEM-CLIENTE AFTER 1
              PERFORM TOTAIS
              PERFORM FINALIZA
           END-IF

           PERFORM IMPRIME-GERAL
           PERFORM IMPRIME-VENDEDORES
           PERFORM IMPRIME-UFS

           PERFORM GRAVA-HISTORICO

           PERFORM DEPOSITA-VENDEDOR
               VARYING WS-IDX-VEND FROM 1 BY 1
               UNTIL WS-IDX-VEND > WS-QTD-VENDS

           PERFORM TOTAIS
           PERFORM FINALIZA
           .
       FIM-PROCES.
           EXIT.

      *-------------------------------------------------------------*
       BUSCA-ANTERIOR.
      *-------------------------------------------------------------*
      *    A fotografia anterior e' a de maior data antes de hoje;
      *    rodar de novo no dia nao compara o dia com ele mesmo.
           SET SEM-ANTERIOR TO TRUE
           MOVE ZEROS TO WS-DATA-ANTERIOR
           MOVE WS-DATA-HOJE TO CPH-DATA
           MOVE LOW-VALUES   TO CPH-TIPO CPH-CHAVE
           START CPLHIST KEY LESS THAN CPH-KEY
                 INVALID KEY
                    GO TO BUSCA-ANTERIOR-FIM
           END-START
           READ CPLHIST PREVIOUS
                AT END
                   GO TO BUSCA-ANTERIOR-FIM
           END-READ
           MOVE CPH-DATA TO WS-DATA-ANTERIOR
           SET TEM-ANTERIOR TO TRUE
           .
       BUSCA-ANTERIOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CONFERE-CLIENTE.
      *-------------------------------------------------------------*
           READ CLIENTES NEXT AT END
                GO TO CONFERE-CLIENTE-SAI
           END-READ

           ADD 1 TO WS-QTD-LIDOS

      *    Inativo e pendente de revisao (PROG109) ficam de fora.
           IF NOT CLI-ATIVO
              GO TO CONFERE-CLIENTE-SAI
           END-IF

           MOVE ZEROS TO WS-CLI-FALTA
           IF CLI-TELEFONE = SPACES
              MOVE 1 TO WS-FLT-TELEFONE
           END-IF
           IF CLI-EMAIL = SPACES
              MOVE 1 TO WS-FLT-EMAIL
           END-IF
           IF CLI-LOGRADOURO = SPACES
              MOVE 1 TO WS-FLT-ENDERECO
           END-IF
           IF NOT GEO-EXATA
              MOVE 1 TO WS-FLT-GEO
           END-IF
           PERFORM CONFERE-RECEITA THRU CONFERE-RECEITA-FIM

           COMPUTE WS-CLI-PONTOS = 100 - 20 *
                   (WS-FLT-TELEFONE + WS-FLT-EMAIL + WS-FLT-ENDERECO
                    + WS-FLT-GEO + WS-FLT-RECEITA)

      *    Soma na base inteira, na carteira e na UF do cliente.
           MOVE WS-TOT-GERAL TO WS-CPL-TOT
           PERFORM SOMA-CLIENTE
           MOVE WS-CPL-TOT TO WS-TOT-GERAL

           PERFORM ACHA-VENDEDOR THRU ACHA-VENDEDOR-FIM
           IF WS-IDX-ACHOU NOT = ZEROS
              MOVE WS-TV-TOT (WS-IDX-ACHOU) TO WS-CPL-TOT
              PERFORM SOMA-CLIENTE
              MOVE WS-CPL-TOT TO WS-TV-TOT (WS-IDX-ACHOU)
              MOVE WS-IDX-ACHOU TO WS-IDX-VEND
           ELSE
              ADD 1 TO WS-QTD-VEND-EST
              MOVE ZEROS TO WS-IDX-VEND
           END-IF

           PERFORM ACHA-UF THRU ACHA-UF-FIM
           IF WS-IDX-ACHOU NOT = ZEROS
              MOVE WS-TU-TOT (WS-IDX-ACHOU) TO WS-CPL-TOT
              PERFORM SOMA-CLIENTE
              MOVE WS-CPL-TOT TO WS-TU-TOT (WS-IDX-ACHOU)
           ELSE
              ADD 1 TO WS-QTD-UF-EST
           END-IF

           IF WS-CLI-PONTOS < 100
              PERFORM LISTA-CLIENTE THRU LISTA-CLIENTE-FIM
           END-IF
           .
       CONFERE-CLIENTE-SAI.
           EXIT.

      *-------------------------------------------------------------*
       CONFERE-RECEITA.
      *-------------------------------------------------------------*
      *    Sem data, data invalida ou consulta com mais de um ano
      *    perde o item.
           IF CLI-DT-SIT-RECEITA NOT NUMERIC
              OR CLI-DT-SIT-RECEITA = ZEROS
              MOVE 1 TO WS-FLT-RECEITA
              GO TO CONFERE-RECEITA-FIM
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD (CLI-DT-SIT-RECEITA)
              NOT = ZEROS
              MOVE 1 TO WS-FLT-RECEITA
              GO TO CONFERE-RECEITA-FIM
           END-IF

           COMPUTE WS-DIAS-RECEITA = WS-DIAS-HOJE-INT -
                   FUNCTION INTEGER-OF-DATE (CLI-DT-SIT-RECEITA)
           IF WS-DIAS-RECEITA > WS-VALIDADE-RECEITA
              MOVE 1 TO WS-FLT-RECEITA
           END-IF
           .
       CONFERE-RECEITA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       SOMA-CLIENTE.
      *-------------------------------------------------------------*
           ADD 1               TO WS-CPL-QTD
           IF WS-CLI-PONTOS < 100
              ADD 1            TO WS-CPL-INCOMPL
           END-IF
           ADD WS-CLI-PONTOS   TO WS-CPL-PONTOS
           ADD WS-FLT-TELEFONE TO WS-CPL-SEM-TEL
           ADD WS-FLT-EMAIL    TO WS-CPL-SEM-EML
           ADD WS-FLT-ENDERECO TO WS-CPL-SEM-END
           ADD WS-FLT-GEO      TO WS-CPL-GEO
           ADD WS-FLT-RECEITA  TO WS-CPL-RECEITA
           .
       SOMA-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-VENDEDOR.
      *-------------------------------------------------------------*
      *    Posicao da carteira na tabela, mantida em ordem de codigo;
      *    carteira nova entra no lugar, deslocando as maiores.
           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-VENDEDOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS
                  OR WS-IDX-ACHOU NOT = ZEROS

           IF WS-IDX-ACHOU NOT = ZEROS
              IF WS-TV-COD (WS-IDX-ACHOU) = CLI-VEND
                 GO TO ACHA-VENDEDOR-FIM
              END-IF
           END-IF

           IF WS-QTD-VENDS = 2000
              MOVE ZEROS TO WS-IDX-ACHOU
              GO TO ACHA-VENDEDOR-FIM
           END-IF

           ADD 1 TO WS-QTD-VENDS
           IF WS-IDX-ACHOU = ZEROS
              MOVE WS-QTD-VENDS TO WS-IDX-ACHOU
           ELSE
              PERFORM DESLOCA-VENDEDOR
                  VARYING WS-IDX FROM WS-QTD-VENDS BY -1
                  UNTIL WS-IDX NOT > WS-IDX-ACHOU
           END-IF

           MOVE CLI-VEND TO WS-TV-COD   (WS-IDX-ACHOU)
           MOVE 'N'      TO WS-TV-LISTA (WS-IDX-ACHOU)
           MOVE ZEROS    TO WS-TV-TOT   (WS-IDX-ACHOU)
           .
       ACHA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-VENDEDOR.
      *-------------------------------------------------------------*
           IF WS-TV-COD (WS-IDX) NOT < CLI-VEND
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       DESLOCA-VENDEDOR.
      *-------------------------------------------------------------*
           MOVE WS-TV-ENT (WS-IDX - 1) TO WS-TV-ENT (WS-IDX)
           .
       DESLOCA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ACHA-UF.
      *-------------------------------------------------------------*
      *    Mesma tabela ordenada, por UF (em branco = sem UF).
           MOVE ZEROS TO WS-IDX-ACHOU
           PERFORM PROCURA-UF
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-UFS
                  OR WS-IDX-ACHOU NOT = ZEROS

           IF WS-IDX-ACHOU NOT = ZEROS
              IF WS-TU-UF (WS-IDX-ACHOU) = CLI-UF
                 GO TO ACHA-UF-FIM
              END-IF
           END-IF

           IF WS-QTD-UFS = 40
              MOVE ZEROS TO WS-IDX-ACHOU
              GO TO ACHA-UF-FIM
           END-IF

           ADD 1 TO WS-QTD-UFS
           IF WS-IDX-ACHOU = ZEROS
              MOVE WS-QTD-UFS TO WS-IDX-ACHOU
           ELSE
              PERFORM DESLOCA-UF
                  VARYING WS-IDX FROM WS-QTD-UFS BY -1
                  UNTIL WS-IDX NOT > WS-IDX-ACHOU
           END-IF

           MOVE CLI-UF   TO WS-TU-UF  (WS-IDX-ACHOU)
           MOVE ZEROS    TO WS-TU-TOT (WS-IDX-ACHOU)
           .
       ACHA-UF-FIM.
           EXIT.

      *-------------------------------------------------------------*
       PROCURA-UF.
      *-------------------------------------------------------------*
           IF WS-TU-UF (WS-IDX) NOT < CLI-UF
              MOVE WS-IDX TO WS-IDX-ACHOU
           END-IF
           .
       PROCURA-UF-FIM.
           EXIT.

      *-------------------------------------------------------------*
       DESLOCA-UF.
      *-------------------------------------------------------------*
           MOVE WS-TU-ENT (WS-IDX - 1) TO WS-TU-ENT (WS-IDX)
           .
       DESLOCA-UF-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LISTA-CLIENTE.
      *-------------------------------------------------------------*
      *    Cliente com pontuacao abaixo de 100 entra na lista de
      *    correcao do seu vendedor; sem vendedor nao ha a quem
      *    mandar (fica so nos totais do relatorio).
           IF CLI-VEND = ZEROS OR WS-IDX-VEND = ZEROS
              GO TO LISTA-CLIENTE-FIM
           END-IF

           MOVE SPACES TO WS-PENDENCIAS
           MOVE 1      TO WS-PTR
           IF WS-FLT-TELEFONE = 1
              STRING 'TELEFONE  ' DELIMITED BY SIZE
                INTO WS-PENDENCIAS WITH POINTER WS-PTR
              END-STRING
           END-IF
           IF WS-FLT-EMAIL = 1
              STRING 'E-MAIL  ' DELIMITED BY SIZE
                INTO WS-PENDENCIAS WITH POINTER WS-PTR
              END-STRING
           END-IF
           IF WS-FLT-ENDERECO = 1
              STRING 'ENDERECO  ' DELIMITED BY SIZE
                INTO WS-PENDENCIAS WITH POINTER WS-PTR
              END-STRING
           END-IF
           IF WS-FLT-GEO = 1
              STRING 'GEOCODIFICACAO  ' DELIMITED BY SIZE
                INTO WS-PENDENCIAS WITH POINTER WS-PTR
              END-STRING
           END-IF
           IF WS-FLT-RECEITA = 1
              STRING 'SITUACAO RECEITA' DELIMITED BY SIZE
                INTO WS-PENDENCIAS WITH POINTER WS-PTR
              END-STRING
           END-IF

           MOVE CLI-COD       TO LST-CODC
           MOVE CLI-NOME      TO LST-NOME
           MOVE WS-CLI-PONTOS TO LST-PONTOS
           MOVE WS-PENDENCIAS TO LST-PENDENCIAS

           MOVE 'N' TO WS-COPIA-VEND
           PERFORM ABRE-LISTA-VENDEDOR THRU ABRE-LISTA-VENDEDOR-FIM
           IF COM-COPIA
              WRITE VENCPL-REG FROM LINHA-LST-DET
              CLOSE VENCPL
           END-IF
           .
       LISTA-CLIENTE-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRE-LISTA-VENDEDOR.
      *-------------------------------------------------------------*
      *    Arquivo do vendedor: CADCPL_nnnnn_AAAAMMDD.TXT, criado na
      *    primeira linha da rodada (com o cabecalho) e estendido
      *    nas seguintes.
           MOVE CLI-VEND TO WS-VEN-COD-TXT
           PERFORM MONTA-NOME-LISTA

           IF WS-TV-LISTA (WS-IDX-VEND) = 'S'
              OPEN EXTEND VENCPL
           ELSE
              MOVE WS-DATA-HOJE TO WS-DATA-AMD
              PERFORM EDITA-DATA
              MOVE WS-DATA-DMA  TO VCB-DATA-HOJE
              OPEN OUTPUT VENCPL
              IF FSL-OK
                 MOVE 'S' TO WS-TV-LISTA (WS-IDX-VEND)
                 ADD 1 TO WS-QTD-LISTAS
                 WRITE VENCPL-REG FROM LINHA-VEN-CAB
                 WRITE VENCPL-REG FROM LINHA-BRANCO
                 WRITE VENCPL-REG FROM LINHA-CAB-CRIT
                 WRITE VENCPL-REG FROM LINHA-BRANCO
                 WRITE VENCPL-REG FROM LINHA-LST-CAB2
                 WRITE VENCPL-REG FROM LINHA-LST-CAB3
              END-IF
           END-IF

           IF FSL-OK
              SET COM-COPIA TO TRUE
           END-IF
           .
       ABRE-LISTA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       MONTA-NOME-LISTA.
      *-------------------------------------------------------------*
           MOVE SPACES TO WS-ARQ-VENCPL
           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CADCPL_'                    DELIMITED BY SIZE
                  WS-VEN-COD-TXT               DELIMITED BY SIZE
                  '_'                          DELIMITED BY SIZE
                  WS-DATA-HOJE                 DELIMITED BY SIZE
                  '.TXT'                       DELIMITED BY SIZE
             INTO WS-ARQ-VENCPL
           END-STRING
           .
       MONTA-NOME-LISTA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       CALCULA-MEDIA.
      *-------------------------------------------------------------*
      *    Media do bloco em WS-CPL-TOT.
           MOVE ZEROS TO WS-CPL-MEDIA
           IF WS-CPL-QTD NOT = ZEROS
              COMPUTE WS-CPL-MEDIA ROUNDED =
                      WS-CPL-PONTOS / WS-CPL-QTD
           END-IF
           .
       CALCULA-MEDIA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       LE-ANTERIOR.
      *-------------------------------------------------------------*
      *    Media da fotografia anterior para a chave ja montada em
      *    CPH-TIPO/CPH-CHAVE; sem fotografia ou sem a chave nela,
      *    a comparacao sai em branco.
           SET SEM-ANTERIOR TO TRUE
           MOVE ZEROS TO WS-MEDIA-ANT
           IF WS-DATA-ANTERIOR = ZEROS
              GO TO LE-ANTERIOR-FIM
           END-IF

           MOVE WS-DATA-ANTERIOR TO CPH-DATA
           READ CPLHIST KEY IS CPH-KEY
                INVALID KEY
                   GO TO LE-ANTERIOR-FIM
           END-READ
           MOVE CPH-MEDIA TO WS-MEDIA-ANT
           SET TEM-ANTERIOR TO TRUE
           .
       LE-ANTERIOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-LINHA.
      *-------------------------------------------------------------*
      *    Linha do bloco em WS-CPL-TOT, com DET-CHAVE, DET-NOME e a
      *    chave da fotografia anterior ja montados.
           PERFORM CALCULA-MEDIA
           PERFORM LE-ANTERIOR THRU LE-ANTERIOR-FIM

           MOVE WS-CPL-QTD     TO DET-CLIENTES
           MOVE WS-CPL-INCOMPL TO DET-INCOMPL
           MOVE WS-CPL-MEDIA   TO DET-MEDIA
           MOVE WS-CPL-SEM-TEL TO DET-SEM-TEL
           MOVE WS-CPL-SEM-EML TO DET-SEM-EML
           MOVE WS-CPL-SEM-END TO DET-SEM-END
           MOVE WS-CPL-GEO     TO DET-GEO
           MOVE WS-CPL-RECEITA TO DET-RECEITA
           MOVE SPACES         TO DET-ANTERIOR DET-VARIACAO
           IF TEM-ANTERIOR
              MOVE WS-MEDIA-ANT TO WS-MEDIA-ED
              MOVE WS-MEDIA-ED  TO DET-ANTERIOR
              COMPUTE WS-VARIACAO = WS-CPL-MEDIA - WS-MEDIA-ANT
              MOVE WS-VARIACAO    TO WS-VARIACAO-ED
              MOVE WS-VARIACAO-ED TO DET-VARIACAO
           END-IF

           WRITE RELCPL-REL FROM LINHA-DET AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                  PERFORM IMP-CABEC
           END-WRITE
           .
       IMPRIME-LINHA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-GERAL.
      *-------------------------------------------------------------*
           MOVE 'BASE INTEIRA' TO SEC-TITULO
           WRITE RELCPL-REL FROM LINHA-SECAO AFTER 1

           MOVE WS-TOT-GERAL   TO WS-CPL-TOT
           MOVE 'TOTAL'        TO DET-CHAVE
           MOVE 'CLIENTES ATIVOS' TO DET-NOME
           MOVE 'G'            TO CPH-TIPO
           MOVE SPACES         TO CPH-CHAVE
           PERFORM IMPRIME-LINHA
           .
       IMPRIME-GERAL-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-VENDEDORES.
      *-------------------------------------------------------------*
           MOVE 'POR CARTEIRA DE VENDEDOR' TO SEC-TITULO
           WRITE RELCPL-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELCPL-REL FROM LINHA-SECAO AFTER 1

           PERFORM IMPRIME-UM-VENDEDOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS
           .
       IMPRIME-VENDEDORES-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-UM-VENDEDOR.
      *-------------------------------------------------------------*
           MOVE WS-TV-TOT (WS-IDX) TO WS-CPL-TOT
           MOVE WS-TV-COD (WS-IDX) TO WS-VEN-COD-TXT
           MOVE WS-VEN-COD-TXT     TO DET-CHAVE
           MOVE SPACES             TO DET-NOME

           IF WS-TV-COD (WS-IDX) = ZEROS
              MOVE 'SEM VENDEDOR' TO DET-NOME
           ELSE
              IF TEM-VENDEDOR
                 MOVE WS-TV-COD (WS-IDX) TO VEN-COD
                 READ VENDEDOR KEY IS VEN-COD
                      INVALID KEY
                         MOVE 'NAO CADASTRADO' TO DET-NOME
                      NOT INVALID KEY
                         MOVE VEN-NOME TO DET-NOME
                 END-READ
              END-IF
           END-IF

           MOVE 'V'                TO CPH-TIPO
           MOVE WS-VEN-COD-TXT     TO CPH-CHAVE
           PERFORM IMPRIME-LINHA
           .
       IMPRIME-UM-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-UFS.
      *-------------------------------------------------------------*
           MOVE 'POR UF' TO SEC-TITULO
           WRITE RELCPL-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELCPL-REL FROM LINHA-SECAO AFTER 1

           PERFORM IMPRIME-UMA-UF
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-UFS
           .
       IMPRIME-UFS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMPRIME-UMA-UF.
      *-------------------------------------------------------------*
           MOVE WS-TU-TOT (WS-IDX) TO WS-CPL-TOT
           MOVE WS-TU-UF  (WS-IDX) TO DET-CHAVE
           MOVE SPACES             TO DET-NOME
           IF WS-TU-UF (WS-IDX) = SPACES
              MOVE 'UF NAO INFORMADA' TO DET-NOME
           END-IF

           MOVE 'U'                TO CPH-TIPO
           MOVE WS-TU-UF (WS-IDX)  TO CPH-CHAVE
           PERFORM IMPRIME-LINHA
           .
       IMPRIME-UMA-UF-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-HISTORICO.
      *-------------------------------------------------------------*
      *    Fotografia do dia: geral, cada carteira e cada UF.
           MOVE WS-TOT-GERAL TO WS-CPL-TOT
           MOVE 'G'          TO CPH-TIPO
           MOVE SPACES       TO CPH-CHAVE
           PERFORM GRAVA-UM-HISTORICO

           PERFORM GRAVA-HIST-VENDEDOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDS

           PERFORM GRAVA-HIST-UF
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-UFS

           DISPLAY 'FOTOGRAFIA DE COMPLETUDE DE ' WS-DATA-HOJE
                   ' GRAVADA'
           .
       GRAVA-HISTORICO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-HIST-VENDEDOR.
      *-------------------------------------------------------------*
           MOVE WS-TV-TOT (WS-IDX) TO WS-CPL-TOT
           MOVE WS-TV-COD (WS-IDX) TO WS-VEN-COD-TXT
           MOVE 'V'                TO CPH-TIPO
           MOVE WS-VEN-COD-TXT     TO CPH-CHAVE
           PERFORM GRAVA-UM-HISTORICO
           .
       GRAVA-HIST-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-HIST-UF.
      *-------------------------------------------------------------*
           MOVE WS-TU-TOT (WS-IDX) TO WS-CPL-TOT
           MOVE 'U'                TO CPH-TIPO
           MOVE WS-TU-UF (WS-IDX)  TO CPH-CHAVE
           PERFORM GRAVA-UM-HISTORICO
           .
       GRAVA-HIST-UF-FIM.
           EXIT.

      *-------------------------------------------------------------*
       GRAVA-UM-HISTORICO.
      *-------------------------------------------------------------*
      *    Bloco em WS-CPL-TOT, chave em CPH-TIPO/CPH-CHAVE; rodando
      *    de novo no dia, regrava.
           PERFORM CALCULA-MEDIA
           MOVE WS-DATA-HOJE   TO CPH-DATA
           MOVE WS-CPL-QTD     TO CPH-QTD-CLIENTES
           MOVE WS-CPL-INCOMPL TO CPH-QTD-INCOMPLETOS
           MOVE WS-CPL-PONTOS  TO CPH-SOMA-PONTOS
           MOVE WS-CPL-MEDIA   TO CPH-MEDIA
           MOVE WS-CPL-SEM-TEL TO CPH-SEM-TELEFONE
           MOVE WS-CPL-SEM-EML TO CPH-SEM-EMAIL
           MOVE WS-CPL-SEM-END TO CPH-SEM-ENDERECO
           MOVE WS-CPL-GEO     TO CPH-GEO-APROXIMADA
           MOVE WS-CPL-RECEITA TO CPH-RECEITA-VENCIDA
           WRITE CPLHIST-CPH
                 INVALID KEY
                   IF FSH-JA-EXISTE
                      REWRITE CPLHIST-CPH
                          INVALID KEY
                            MOVE 'GRAVA-UM-HISTORICO'     TO LK-PAR
                            MOVE 'REWRITE'                TO LK-CMD
                            MOVE 'CPLHIST'                TO LK-ARQ
                            MOVE CPH-STAT                 TO LK-STA
                            PERFORM ERRO-FILE-STATUS
                      END-REWRITE
                   END-IF
           END-WRITE
           .
       GRAVA-UM-HISTORICO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       DEPOSITA-VENDEDOR.
      *-------------------------------------------------------------*
      *    Fecha a lista de cada vendedor com o resumo da carteira e
      *    leva para a caixa de saida dele (PROG76/OUTMAN.ARQ).
           IF WS-TV-LISTA (WS-IDX-VEND) NOT = 'S'
              GO TO DEPOSITA-VENDEDOR-FIM
           END-IF

           MOVE WS-TV-COD (WS-IDX-VEND) TO WS-VEN-COD-TXT
           PERFORM MONTA-NOME-LISTA

           MOVE WS-TV-TOT (WS-IDX-VEND) TO WS-CPL-TOT
           PERFORM CALCULA-MEDIA
           MOVE 'V'              TO CPH-TIPO
           MOVE WS-VEN-COD-TXT   TO CPH-CHAVE
           PERFORM LE-ANTERIOR THRU LE-ANTERIOR-FIM
           MOVE WS-CPL-QTD       TO LRS-CLIENTES
           MOVE WS-CPL-INCOMPL   TO LRS-INCOMPL
           MOVE WS-CPL-MEDIA     TO LRS-MEDIA
           MOVE '  -   '         TO LRS-ANTERIOR
           IF TEM-ANTERIOR
              MOVE WS-MEDIA-ANT  TO WS-MEDIA-ED
              MOVE WS-MEDIA-ED   TO LRS-ANTERIOR
           END-IF

           OPEN EXTEND VENCPL
           IF FSL-OK
              WRITE VENCPL-REG FROM LINHA-BRANCO
              WRITE VENCPL-REG FROM LINHA-LST-RES
              CLOSE VENCPL
           END-IF

           MOVE WS-TV-COD (WS-IDX-VEND) TO LK-OBX-CODV
           MOVE 'PROG199'          TO LK-OBX-PROGRAMA
           MOVE WS-ARQ-VENCPL      TO LK-OBX-ARQUIVO
           MOVE 'CLIENTES COM CADASTRO A CORRIGIR' TO LK-OBX-DESCRICAO
           CALL "PROG76" USING LK-OUTBOX END-CALL
           .
       DEPOSITA-VENDEDOR-FIM.
           EXIT.

      *-------------------------------------------------------------*
       IMP-CABEC.
      *-------------------------------------------------------------*
           ADD  01             TO WS-CTPAG
           MOVE WS-CTPAG       TO PAG-REL
           MOVE WS-DATA-HOJE   TO WS-DATA-AMD
           PERFORM EDITA-DATA
           MOVE WS-DATA-DMA    TO CAB-DATA-HOJE
           MOVE 'NENHUMA'      TO CAB-DATA-ANT
           IF WS-DATA-ANTERIOR NOT = ZEROS
              MOVE WS-DATA-ANTERIOR TO WS-DATA-AMD
              PERFORM EDITA-DATA
              MOVE WS-DATA-DMA TO CAB-DATA-ANT
           END-IF
           WRITE RELCPL-REL  FROM LINHA-CAB0 AFTER ADVANCING PAGE
           WRITE RELCPL-REL  FROM LINHA-CAB1 AFTER 1
           WRITE RELCPL-REL  FROM LINHA-CAB-CRIT AFTER 1
           WRITE RELCPL-REL  FROM LINHA-BRANCO AFTER 1
           WRITE RELCPL-REL  FROM LINHA-CAB2 AFTER 1
           WRITE RELCPL-REL  FROM LINHA-CAB3 AFTER 1
           .
       IMP-CABEC-FIM.
           EXIT.

      *-------------------------------------------------------------*
       EDITA-DATA.
      *-------------------------------------------------------------*
           MOVE WS-AMD-DIA TO WS-DMA-DIA
           MOVE WS-AMD-MES TO WS-DMA-MES
           MOVE WS-AMD-ANO TO WS-DMA-ANO
           .
       EDITA-DATA-FIM.
           EXIT.

      *-------------------------------------------------------------*
       TOTAIS.
      *-------------------------------------------------------------*
           MOVE WS-TOT-GERAL TO WS-CPL-TOT
           PERFORM CALCULA-MEDIA
           MOVE 'G'          TO CPH-TIPO
           MOVE SPACES       TO CPH-CHAVE
           PERFORM LE-ANTERIOR THRU LE-ANTERIOR-FIM

           MOVE WS-QTD-LIDOS   TO TOT-LIDOS
           MOVE WS-CPL-QTD     TO TOT-ATIVOS
           COMPUTE TOT-COMPLETOS = WS-CPL-QTD - WS-CPL-INCOMPL
           MOVE WS-CPL-INCOMPL TO TOT-INCOMPL
           MOVE WS-CPL-MEDIA   TO TOT-MEDIA
           MOVE '  -   '       TO TOT-ANTERIOR
           IF TEM-ANTERIOR
              MOVE WS-MEDIA-ANT TO WS-MEDIA-ED
              MOVE WS-MEDIA-ED  TO TOT-ANTERIOR
           END-IF
           MOVE WS-QTD-LISTAS  TO TOT-LISTAS

           WRITE RELCPL-REL FROM LINHA-BRANCO AFTER 1
           WRITE RELCPL-REL FROM LINHA-TOT1 AFTER 1
           WRITE RELCPL-REL FROM LINHA-TOT2 AFTER 1
           WRITE RELCPL-REL FROM LINHA-TOT3 AFTER 1
           WRITE RELCPL-REL FROM LINHA-TOT4 AFTER 1
           IF WS-QTD-VEND-EST NOT = ZEROS
              MOVE WS-QTD-VEND-EST TO TOT-VEND-EST
              WRITE RELCPL-REL FROM LINHA-TOT5 AFTER 1
           END-IF
           IF WS-QTD-UF-EST NOT = ZEROS
              MOVE WS-QTD-UF-EST TO TOT-UF-EST
              WRITE RELCPL-REL FROM LINHA-TOT6 AFTER 1
           END-IF

           DISPLAY 'COMPLETUDE DO CADASTRO - ' LINHA-TOT2
           DISPLAY 'COMPLETUDE DO CADASTRO - ' LINHA-TOT3
           .
       TOTAIS-FIM.
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
                  'VENDEDOR.ARQ'               DELIMITED BY SIZE
             INTO WS-ARQ-VENDEDOR
           END-STRING

           STRING FUNCTION TRIM(WS-DIR-DADOS) DELIMITED BY SIZE
                  'CPLHIST.ARQ'                DELIMITED BY SIZE
             INTO WS-ARQ-CPLHIST
           END-STRING

      *    O relatorio vai para o SPOOL\ com nome datado (PROG35) e
      *    entra no catalogo ao final.
           MOVE 'N'            TO LK-SPL-OPER
           MOVE 'PROG199'      TO LK-SPL-PROGRAMA
           MOVE 'REL-CPL.TXT'  TO LK-SPL-SUFIXO
           CALL "PROG35" USING LK-SPOOL END-CALL
           MOVE LK-SPL-CAMINHO TO WS-ARQ-RELCPL
           .
       MONTA-CAMINHOS-FIM.
           EXIT.

      *-------------------------------------------------------------*
       ABRIR-ARQUIVO.
      *-------------------------------------------------------------*
           OPEN INPUT CLIENTES
           IF FSC-NAO-EXISTE
              DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
              MOVE 12 TO WS-RETCODE
              MOVE WS-RETCODE TO RETURN-CODE
              GOBACK
           END-IF

           SET TEM-VENDEDOR TO TRUE
           OPEN INPUT VENDEDOR
           IF FSV-NAO-EXISTE
              SET SEM-VENDEDOR TO TRUE
           END-IF

           OPEN I-O CPLHIST
           IF FSH-NAO-EXISTE
              OPEN OUTPUT CPLHIST
              CLOSE CPLHIST
              OPEN I-O CPLHIST
           END-IF

           OPEN OUTPUT RELCPL
           .
       ABRIR-ARQUIVO-FIM.
           EXIT.

      *-------------------------------------------------------------*
       FINALIZA.
      *-------------------------------------------------------------*
           CLOSE CLIENTES CPLHIST RELCPL
           IF TEM-VENDEDOR
              CLOSE VENDEDOR
           END-IF

           MOVE 'R'            TO LK-SPL-OPER
           MOVE 'PROG199'      TO LK-SPL-PROGRAMA
           MOVE WS-PARM        TO LK-SPL-PARAMS
           MOVE WS-QTD-LIDOS   TO LK-SPL-QTDE
           MOVE WS-ARQ-RELCPL  TO LK-SPL-CAMINHO
           CALL "PROG35" USING LK-SPOOL END-CALL

           MOVE WS-RETCODE TO RETURN-CODE
           GOBACK.

      *-------------------------------------------------------------*
       ERRO-FILE-STATUS.
      *-------------------------------------------------------------*
           MOVE 'PROG199'                   TO LK-PRG
           CALL "PROG10" USING LK-FILE-STATUS END-CALL
           .
       FIM-ERRO.
           EXIT.
