      * Autor.....: Alexandre Trevisani (PROVA COBOL)
      * Data......: Julho/2019
      * Programa..: PROG42 - Manutenção dos Parâmetros Gerais
      * Chamadas..: PROG19 - Resumo de Senha de Operador
      * Observação: Tela de manutencao (restrita a supervisores, com
      *             a mesma validacao de senha do PROG18) do registro
      *             'GERAL' de PARAM.ARQ: distancia maxima padrao da
      *   2026 mnt - Incluida a alcada de valor de pedido
      *              (PAR-VLR-APROVACAO): acima dela o pedido entra
      *              pendente para a fila do PROG98.
      *   2026 mnt - Segunda pagina de parametros (financeiro), aberta
      *              depois da primeira, com a multa e os juros de
      *              mora ao dia por atraso de fatura, usados pelo
      *              calculo de encargos PROG125.
      *   2026 mnt - Segunda pagina ganha os dias de atraso das tres
      *              etapas da regua de cobranca do PROG128 (padrao
      *              5/15/30, obrigatoriamente crescentes).
      *   2026 mnt - Segunda pagina ganha os dias de atraso para a
      *              negativacao no bureau de credito (PROG133, padrao
      *              90, maior que o ultimo aviso da regua).
      *   2026 mnt - Terceira pagina com o beneficiario e a conta de
      *              cobranca (banco, agencia, conta, carteira) do
      *              boleto do PROG136.
      *   2026 mnt - UF do emitente (origem dos impostos da fatura)
      *              na terceira pagina.
      *   2026 mnt - Serie e ambiente da NF-e na terceira pagina
      *              (padroes 1 e '2' = homologacao).
      *   2026 mnt - PAR-FAT-PARCIAL na terceira pagina (padrao 'N').
      *   2026 mnt - Segunda pagina ganha os dias sem venda do
      *              estoque lento e obsoleto (PROG152, padrao
      *              90/180, obsoleto maior que lento).
      *   2026 mnt - Segunda pagina ganha o prazo de entrega da
      *              fatura em dias (PROG159, padrao 5).
      *   2026 mnt - Primeira pagina ganha o transporte do saldo
      *              da verba de desconto no fechamento (PROG67,
      *              padrao S; N = zera).
      *   2026 mnt - Segunda pagina ganha a comissao pelo caixa
      *              (PROG67, padrao N) e os dias de atraso para o
      *              estorno da comissao (padrao 90).
      *   2026 mnt - Senha do supervisor conferida pelo resumo
      *              com sal do PROG19 (frase-senha de ate 20
      *              posicoes).
      *   2026 mnt - Data de corte da cifra antiga de senha
      *              (PAR-SENHA-CORTE) na primeira pagina.
      *   2026 mnt - Minutos sem uso que encerram a sessao do
      *              menu (PAR-SESSAO-MINUTOS) na primeira pagina.
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG42.
           88 E-NAO         VALUES ARE "N" "n".

       77 WS-COD-SUPERV     PIC X(08) VALUE SPACES.
       77 WS-SENHA-SUPERV   PIC X(20) VALUE SPACES.
       77 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
           88 AUTORIZADO    VALUE 'S'.
           88 NAO-AUTORIZADO VALUE 'N'.
           05 LINE 09 COLUMN 45 VALUE "SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-COD-SUPERV.
           05 LINE 11 COLUMN 45 VALUE "SENHA.....:".
           05 COLUMN PLUS 2 PIC X(20) USING WS-SENHA-SUPERV
              NO ECHO.

       01 SS-PARAMETROS FOREGROUND-COLOR 2.
           05 LINE 22 COLUMN 50 VALUE "REEMBOLSO R$/KM..:".
           05 COLUMN PLUS 2 PIC Z99,99 USING PAR-VLR-KM
              BLANK WHEN ZEROS.
           05 LINE 21 COLUMN 12 VALUE "VERBA DESC.TRANSPORTA(S/N):".
           05 COLUMN PLUS 2 PIC X(01) USING PAR-FLEX-TRANSPORTA.
           05 LINE 22 COLUMN 12 VALUE "SENHA ANTIGA ATE(AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING PAR-SENHA-CORTE
              BLANK WHEN ZEROS.
           05 LINE 23 COLUMN 12 VALUE "SESSAO SEM USO (MINUTOS)..:".
           05 COLUMN PLUS 2 PIC 9(03) USING PAR-SESSAO-MINUTOS
              BLANK WHEN ZEROS.

      *    Segunda pagina: parametros financeiros (cobranca).
       01 SS-PARAMETROS-FIN FOREGROUND-COLOR 2.
           05 LINE 06 COLUMN 12 VALUE
              "PARAMETROS FINANCEIROS / COBRANCA".
           05 LINE 08 COLUMN 12 VALUE "MULTA POR ATRASO (%)......:".
           05 COLUMN PLUS 2 PIC Z9,99 USING PAR-MULTA-ATRASO.
           05 LINE 10 COLUMN 12 VALUE "JUROS DE MORA AO DIA (%)..:".
           05 COLUMN PLUS 2 PIC 9,9999 USING PAR-JUROS-DIA.
           05 LINE 12 COLUMN 12 VALUE
              "REGUA DE COBRANCA - DIAS DE ATRASO".
           05 LINE 13 COLUMN 14 VALUE "LEMBRETE AMIGAVEL.......:".
           05 COLUMN PLUS 2 PIC ZZ9 USING PAR-COBR-DIAS-1.
           05 LINE 14 COLUMN 14 VALUE "AVISO FORMAL............:".
           05 COLUMN PLUS 2 PIC ZZ9 USING PAR-COBR-DIAS-2.
           05 LINE 15 COLUMN 14 VALUE "ULTIMO AVISO............:".
           05 COLUMN PLUS 2 PIC ZZ9 USING PAR-COBR-DIAS-3.
           05 LINE 17 COLUMN 12 VALUE "NEGATIVACAO NO BUREAU DE".
           05 LINE 18 COLUMN 14 VALUE "CREDITO - DIAS DE ATRASO:".
           05 COLUMN PLUS 2 PIC ZZ9 USING PAR-NEGAT-DIAS.
           05 LINE 20 COLUMN 12 VALUE "ESTOQUE - DIAS SEM VENDA".
           05 LINE 21 COLUMN 14 VALUE "GIRO LENTO..............:".
           05 COLUMN PLUS 2 PIC ZZ9 USING PAR-DIAS-LENTO.
           05 LINE 22 COLUMN 14 VALUE "OBSOLETO................:".
           05 COLUMN PLUS 2 PIC ZZ9 USING PAR-DIAS-OBSOLETO.
           05 LINE 08 COLUMN 50 VALUE "PRAZO DE ENTREGA (DIAS):".
           05 COLUMN PLUS 2 PIC ZZ9 USING PAR-DIAS-ENTREGA.
           05 LINE 10 COLUMN 50 VALUE "COMISSAO PELO CAIXA S/N:".
           05 COLUMN PLUS 2 PIC X(01) USING PAR-COM-CAIXA.
           05 LINE 12 COLUMN 50 VALUE "ESTORNO COMIS.DIAS ATR.:".
           05 COLUMN PLUS 2 PIC ZZ9 USING PAR-COM-DIAS-ESTORNO.

      *    Terceira pagina: beneficiario e conta de cobranca do
      *    boleto (PROG136) e UF de origem dos impostos da fatura
      *    (PROG64).
       01 SS-PARAMETROS-BCO FOREGROUND-COLOR 2.
           05 LINE 06 COLUMN 12 VALUE
              "COBRANCA BANCARIA / BOLETO".
           05 LINE 08 COLUMN 12 VALUE "BENEFICIARIO (RAZAO)......:".
           05 COLUMN PLUS 2 PIC X(40) USING PAR-BENEF-NOME.
           05 LINE 09 COLUMN 12 VALUE "CNPJ DO BENEFICIARIO......:".
           05 COLUMN PLUS 2 PIC X(18) USING PAR-BENEF-CNPJ.
           05 LINE 11 COLUMN 12 VALUE "BANCO (CODIGO FEBRABAN)...:".
           05 COLUMN PLUS 2 PIC ZZ9 USING PAR-BCO-CODIGO.
           05 LINE 12 COLUMN 12 VALUE "AGENCIA (SEM DV)..........:".
           05 COLUMN PLUS 2 PIC 9(04) USING PAR-BCO-AGENCIA
              BLANK WHEN ZEROS.
           05 LINE 13 COLUMN 12 VALUE "CONTA (SEM DV)............:".
           05 COLUMN PLUS 2 PIC 9(07) USING PAR-BCO-CONTA
              BLANK WHEN ZEROS.
           05 LINE 14 COLUMN 12 VALUE "CARTEIRA..................:".
           05 COLUMN PLUS 2 PIC 99 USING PAR-BCO-CARTEIRA
              BLANK WHEN ZEROS.
           05 LINE 16 COLUMN 12 VALUE
              "FATURAMENTO / IMPOSTOS".
           05 LINE 17 COLUMN 12 VALUE "FATURAMENTO PARCIAL.......:".
           05 COLUMN PLUS 2 PIC X(01) USING PAR-FAT-PARCIAL.
           05 COLUMN PLUS 2 VALUE "(S = SO O ESTOQUE, RESTO PENDENTE)".
           05 LINE 18 COLUMN 12 VALUE "UF DO EMITENTE (ORIGEM)...:".
           05 COLUMN PLUS 2 PIC X(02) USING PAR-UF-EMITENTE.
           05 COLUMN PLUS 4 VALUE "SERIE DA NF-E:".
           05 COLUMN PLUS 2 PIC ZZ9 USING PAR-NFE-SERIE.
           05 LINE 19 COLUMN 12 VALUE "AMBIENTE DA NF-E..........:".
           05 COLUMN PLUS 2 PIC X(01) USING PAR-NFE-AMBIENTE.
           05 COLUMN PLUS 2 VALUE "(1 = PRODUCAO, 2 = HOMOLOGACAO)".

       01 SS-LIMPA-RUNCTL.
           05 LINE 20 COLUMN 12 VALUE
              PERFORM FINALIZA
           END-IF

           PERFORM ACEITA-PARAMETROS-FIN
              THRU ACEITA-PARAMETROS-FIN-FIM

           DISPLAY SS-CLS
           DISPLAY SS-STATUS
           DISPLAY SS-PARAMETROS-BCO
           ACCEPT  SS-PARAMETROS-BCO
           IF COB-CRT-STATUS = COB-SCR-ESC
              PERFORM FINALIZA
           END-IF
           INSPECT PAR-UF-EMITENTE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF PAR-UNIDADE NOT = 'K' AND PAR-UNIDADE NOT = 'M'
              MOVE 'K' TO PAR-UNIDADE
           END-IF
           IF PAR-PRAZO-PAGTO = ZEROS
              MOVE 30 TO PAR-PRAZO-PAGTO
           END-IF
           IF PAR-NFE-SERIE NOT NUMERIC OR PAR-NFE-SERIE = ZEROS
              MOVE 1 TO PAR-NFE-SERIE
           END-IF
           IF PAR-NFE-AMBIENTE NOT = '1'
              MOVE '2' TO PAR-NFE-AMBIENTE
           END-IF
           IF PAR-FAT-PARCIAL NOT = 'S'
              MOVE 'N' TO PAR-FAT-PARCIAL
           END-IF
           IF PAR-FLEX-TRANSPORTA NOT = 'N'
              MOVE 'S' TO PAR-FLEX-TRANSPORTA
           END-IF
      *    Corte da cifra antiga de senha (PROG19/PROG185): em
      *    branco nao ha corte; data invalida e' descartada.
           IF PAR-SENHA-CORTE NOT NUMERIC
              MOVE ZEROS TO PAR-SENHA-CORTE
           END-IF
           IF PAR-SESSAO-MINUTOS NOT NUMERIC
              OR PAR-SESSAO-MINUTOS = ZEROS
              MOVE 15 TO PAR-SESSAO-MINUTOS
           END-IF
           IF PAR-SENHA-CORTE NOT = ZEROS
              IF FUNCTION TEST-DATE-YYYYMMDD(PAR-SENHA-CORTE) NOT = 0
                 MOVE "DATA DE CORTE DA SENHA ANTIGA INVALIDA"
                      TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE ZEROS TO PAR-SENHA-CORTE
              END-IF
           END-IF

           PERFORM GRAVA-PARAMETROS

              GO TO ROT-VALIDA-SUPERVISOR-TESTA
           END-IF

           SET LK-SEN-CONFERE   TO TRUE
           MOVE WS-SENHA-SUPERV TO LK-SEN-ENTRADA
           MOVE OPE-SENHA       TO LK-SEN-LEGADA
           MOVE OPE-SENHA-FORTE TO LK-SEN-FORTE
           CALL "PROG19" USING LK-SENHA END-CALL

           IF NOT LK-SEN-OK
              MOVE "SENHA INVALIDA"        TO WS-MSGERRO
              PERFORM ROT-SUPERV-FALHOU
              GO TO ROT-VALIDA-SUPERVISOR-TESTA
       ROT-SUPERV-FALHOU-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ACEITA-PARAMETROS-FIN.
      *-----------------------------------------------------------------
           DISPLAY SS-CLS
           DISPLAY SS-STATUS
           DISPLAY SS-PARAMETROS-FIN
           ACCEPT  SS-PARAMETROS-FIN
           IF COB-CRT-STATUS = COB-SCR-ESC
              PERFORM FINALIZA
           END-IF

      *    Etapas da regua em branco voltam ao padrao; informadas,
      *    precisam ser crescentes (lembrete, aviso, ultimo aviso).
           IF PAR-COBR-DIAS-1 = ZEROS
              MOVE 5  TO PAR-COBR-DIAS-1
           END-IF
           IF PAR-COBR-DIAS-2 = ZEROS
              MOVE 15 TO PAR-COBR-DIAS-2
           END-IF
           IF PAR-COBR-DIAS-3 = ZEROS
              MOVE 30 TO PAR-COBR-DIAS-3
           END-IF
           IF PAR-COBR-DIAS-2 NOT > PAR-COBR-DIAS-1
              OR PAR-COBR-DIAS-3 NOT > PAR-COBR-DIAS-2
              MOVE "DIAS DA REGUA DE COBRANCA DEVEM SER CRESCENTES"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO ACEITA-PARAMETROS-FIN
           END-IF

      *    Negativacao so depois da ultima etapa da regua.
           IF PAR-NEGAT-DIAS = ZEROS
              MOVE 90 TO PAR-NEGAT-DIAS
           END-IF
           IF PAR-NEGAT-DIAS NOT > PAR-COBR-DIAS-3
              MOVE "NEGATIVACAO DEVE SER APOS O ULTIMO AVISO DA REGUA"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO ACEITA-PARAMETROS-FIN
           END-IF

      *    Limites de dias sem venda da valorizacao de estoque
      *    (PROG152): obsoleto so depois de lento.
           IF PAR-DIAS-LENTO NOT NUMERIC OR PAR-DIAS-LENTO = ZEROS
              MOVE 90  TO PAR-DIAS-LENTO
           END-IF
           IF PAR-DIAS-OBSOLETO NOT NUMERIC
              OR PAR-DIAS-OBSOLETO = ZEROS
              MOVE 180 TO PAR-DIAS-OBSOLETO
           END-IF
           IF PAR-DIAS-OBSOLETO NOT > PAR-DIAS-LENTO
              MOVE "OBSOLETO DEVE TER MAIS DIAS SEM VENDA QUE LENTO"
                   TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO TO ACEITA-PARAMETROS-FIN
           END-IF

      *    Prazo de entrega do acompanhamento do PROG159.
           IF PAR-DIAS-ENTREGA NOT NUMERIC
              OR PAR-DIAS-ENTREGA = ZEROS
              MOVE 5   TO PAR-DIAS-ENTREGA
           END-IF

      *    Regime da comissao e estorno por atraso do PROG67.
           IF PAR-COM-CAIXA = 's'
              MOVE 'S' TO PAR-COM-CAIXA
           END-IF
           IF PAR-COM-CAIXA NOT = 'S'
              MOVE 'N' TO PAR-COM-CAIXA
           END-IF
           IF PAR-COM-DIAS-ESTORNO NOT NUMERIC
              OR PAR-COM-DIAS-ESTORNO = ZEROS
              MOVE 90  TO PAR-COM-DIAS-ESTORNO
           END-IF
           .
       ACEITA-PARAMETROS-FIN-FIM.
           EXIT.

      *-----------------------------------------------------------------
       CARREGA-PARAMETROS.
      *-----------------------------------------------------------------
                   MOVE ZEROS   TO PAR-VLR-APROVACAO
                   MOVE ZEROS   TO PAR-RAIO-VISITA
                   MOVE ZEROS   TO PAR-VLR-KM
                   MOVE ZEROS   TO PAR-MULTA-ATRASO
                   MOVE ZEROS   TO PAR-JUROS-DIA
                   MOVE 5       TO PAR-COBR-DIAS-1
                   MOVE 15      TO PAR-COBR-DIAS-2
                   MOVE 30      TO PAR-COBR-DIAS-3
                   MOVE 90      TO PAR-NEGAT-DIAS
                   MOVE SPACES  TO PAR-BENEF-NOME PAR-BENEF-CNPJ
                   MOVE ZEROS   TO PAR-BCO-CODIGO PAR-BCO-AGENCIA
                                   PAR-BCO-CONTA  PAR-BCO-CARTEIRA
                   MOVE SPACES  TO PAR-UF-EMITENTE
                   MOVE 1       TO PAR-NFE-SERIE
                   MOVE '2'     TO PAR-NFE-AMBIENTE
                   MOVE 'N'     TO PAR-FAT-PARCIAL
                   MOVE 90      TO PAR-DIAS-LENTO
                   MOVE 180     TO PAR-DIAS-OBSOLETO
                   MOVE 5       TO PAR-DIAS-ENTREGA
                   MOVE 'S'     TO PAR-FLEX-TRANSPORTA
                   MOVE 'N'     TO PAR-COM-CAIXA
                   MOVE 90      TO PAR-COM-DIAS-ESTORNO
                   MOVE ZEROS   TO PAR-SENHA-CORTE
                   MOVE 15      TO PAR-SESSAO-MINUTOS
           END-READ
           IF PAR-SENHA-CORTE NOT NUMERIC
              MOVE ZEROS TO PAR-SENHA-CORTE
           END-IF
           IF PAR-SESSAO-MINUTOS NOT NUMERIC
              MOVE ZEROS TO PAR-SESSAO-MINUTOS
           END-IF
           .
       CARREGA-PARAMETROS-FIM.
           EXIT.
