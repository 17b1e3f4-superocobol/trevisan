      *              pelo PROG91 e pelo roteiro do PROG24.
      *   2026 mnt - Incluida a alcada de valor de pedido
      *              (PAR-VLR-APROVACAO), usada pelo PROG22/PROG98.
      *   2026 mnt - Devolve tambem a multa e os juros de mora ao dia
      *              por atraso (PAR-MULTA-ATRASO/PAR-JUROS-DIA, ZEROS
      *              = sem encargo), usados pelo PROG125.
      *   2026 mnt - Devolve os dias das etapas da regua de cobranca
      *              (PAR-COBR-DIAS-1/2/3, padrao 5/15/30), usados
      *              pelo PROG128.
      *   2026 mnt - Devolve os dias de atraso para a negativacao no
      *              bureau de credito (PAR-NEGAT-DIAS, padrao 90),
      *              usados pelo PROG133.
      *   2026 mnt - Devolve o beneficiario e a conta de cobranca do
      *              boleto (PAR-BENEF-*, PAR-BCO-*), usados pelo
      *              PROG136.
      *   2026 mnt - Devolve a UF do emitente (PAR-UF-EMITENTE),
      *              origem das aliquotas de impostos do PROG64.
      *   2026 mnt - Devolve a serie e o ambiente da NF-e
      *              (PAR-NFE-SERIE, padrao 1; PAR-NFE-AMBIENTE,
      *              padrao '2' = homologacao).
      *   2026 mnt - LK-PAR-FAT-PARCIAL: 'S' so com 'S' gravado em
      *              PARAM.ARQ; padrao 'N' (fatura tudo).
      *   2026 mnt - Devolve os dias sem venda do estoque lento e
      *              obsoleto (PAR-DIAS-LENTO/OBSOLETO, padrao
      *              90/180), usados pelo PROG152.
      *   2026 mnt - Devolve o prazo de entrega da fatura em dias
      *              (PAR-DIAS-ENTREGA, padrao 5), usado pelo PROG159.
      *   2026 mnt - Devolve se o saldo da verba de desconto do
      *              vendedor e transportado no fechamento
      *              (PAR-FLEX-TRANSPORTA, padrao S), usado pelo
      *              PROG67.
      *   2026 mnt - Devolve o regime da comissao (PAR-COM-CAIXA,
      *              padrao N) e os dias de atraso para o estorno
      *              (PAR-COM-DIAS-ESTORNO, padrao 90), usados pelo
      *              PROG67.
      *   2026 mnt - Devolve a data de corte da senha na cifra
      *              antiga (PAR-SENHA-CORTE, padrao ZEROS = sem
      *              corte), usada pelo PROG19 e pelo PROG185.
      *   2026 mnt - Repassa PAR-SESSAO-MINUTOS (padrao 15).
      ******************************************************************
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PROG41.
           MOVE 60     TO LK-PAR-FREQ-B
           MOVE 90     TO LK-PAR-FREQ-C
           MOVE ZEROS  TO LK-PAR-VLR-APROV
           MOVE ZEROS  TO LK-PAR-MULTA LK-PAR-JUROS-DIA
           MOVE 5      TO LK-PAR-COBR-DIAS-1
           MOVE 15     TO LK-PAR-COBR-DIAS-2
           MOVE 30     TO LK-PAR-COBR-DIAS-3
           MOVE 90     TO LK-PAR-NEGAT-DIAS
           MOVE SPACES TO LK-PAR-BENEF-NOME LK-PAR-BENEF-CNPJ
           MOVE ZEROS  TO LK-PAR-BCO-CODIGO LK-PAR-BCO-AGENCIA
                          LK-PAR-BCO-CONTA  LK-PAR-BCO-CARTEIRA
           MOVE SPACES TO LK-PAR-UF-EMITENTE
           MOVE 1      TO LK-PAR-NFE-SERIE
           MOVE '2'    TO LK-PAR-NFE-AMBIENTE
           MOVE 'N'    TO LK-PAR-FAT-PARCIAL
           MOVE 90     TO LK-PAR-DIAS-LENTO
           MOVE 180    TO LK-PAR-DIAS-OBSOL
           MOVE 5      TO LK-PAR-DIAS-ENTREGA
           MOVE 'S'    TO LK-PAR-FLEX-TRANSP
           MOVE 'N'    TO LK-PAR-COM-CAIXA
           MOVE 90     TO LK-PAR-COM-DIAS-EST
           MOVE ZEROS  TO LK-PAR-SENHA-CORTE
           MOVE 15     TO LK-PAR-SESSAO-MIN

           PERFORM MONTA-CAMINHOS

                   MOVE PAR-VLR-APROVACAO TO LK-PAR-VLR-APROV
                   MOVE PAR-RAIO-VISITA  TO LK-PAR-RAIO-VIS
                   MOVE PAR-VLR-KM       TO LK-PAR-VLR-KM
                   MOVE PAR-MULTA-ATRASO TO LK-PAR-MULTA
                   MOVE PAR-JUROS-DIA    TO LK-PAR-JUROS-DIA
      *            Registro sem as etapas da regua: valem 5/15/30.
                   IF PAR-COBR-DIAS-1 NOT = ZEROS
                      MOVE PAR-COBR-DIAS-1 TO LK-PAR-COBR-DIAS-1
                   END-IF
                   IF PAR-COBR-DIAS-2 NOT = ZEROS
                      MOVE PAR-COBR-DIAS-2 TO LK-PAR-COBR-DIAS-2
                   END-IF
                   IF PAR-COBR-DIAS-3 NOT = ZEROS
                      MOVE PAR-COBR-DIAS-3 TO LK-PAR-COBR-DIAS-3
                   END-IF
      *            Registro sem o prazo de negativacao: vale 90.
                   IF PAR-NEGAT-DIAS NOT = ZEROS
                      MOVE PAR-NEGAT-DIAS TO LK-PAR-NEGAT-DIAS
                   END-IF
                   MOVE PAR-BENEF-NOME   TO LK-PAR-BENEF-NOME
                   MOVE PAR-BENEF-CNPJ   TO LK-PAR-BENEF-CNPJ
                   MOVE PAR-BCO-CODIGO   TO LK-PAR-BCO-CODIGO
                   MOVE PAR-BCO-AGENCIA  TO LK-PAR-BCO-AGENCIA
                   MOVE PAR-BCO-CONTA    TO LK-PAR-BCO-CONTA
                   MOVE PAR-BCO-CARTEIRA TO LK-PAR-BCO-CARTEIRA
                   MOVE PAR-UF-EMITENTE  TO LK-PAR-UF-EMITENTE
      *            Registro sem a serie ou o ambiente da NF-e: serie 1
      *            em homologacao.
                   IF PAR-NFE-SERIE NUMERIC
                      AND PAR-NFE-SERIE NOT = ZEROS
                      MOVE PAR-NFE-SERIE TO LK-PAR-NFE-SERIE
                   END-IF
                   IF PAR-NFE-AMBIENTE = '1'
                      MOVE PAR-NFE-AMBIENTE TO LK-PAR-NFE-AMBIENTE
                   END-IF
      *            Faturamento parcial so com 'S' explicito.
                   IF PAR-FAT-PARCIAL = 'S'
                      MOVE PAR-FAT-PARCIAL TO LK-PAR-FAT-PARCIAL
                   END-IF
      *            Registro sem os limites de dias sem venda do
      *            estoque: valem 90 (lento) e 180 (obsoleto).
                   IF PAR-DIAS-LENTO NUMERIC
                      AND PAR-DIAS-LENTO NOT = ZEROS
                      MOVE PAR-DIAS-LENTO TO LK-PAR-DIAS-LENTO
                   END-IF
                   IF PAR-DIAS-OBSOLETO NUMERIC
                      AND PAR-DIAS-OBSOLETO NOT = ZEROS
                      MOVE PAR-DIAS-OBSOLETO TO LK-PAR-DIAS-OBSOL
                   END-IF
                   IF PAR-DIAS-ENTREGA NUMERIC
                      AND PAR-DIAS-ENTREGA NOT = ZEROS
                      MOVE PAR-DIAS-ENTREGA TO LK-PAR-DIAS-ENTREGA
                   END-IF
      *            Verba de desconto so e' zerada com 'N' explicito.
                   IF PAR-FLEX-TRANSPORTA = 'N'
                      MOVE PAR-FLEX-TRANSPORTA TO LK-PAR-FLEX-TRANSP
                   END-IF
      *            Comissao pelo caixa so com 'S' explicito.
                   IF PAR-COM-CAIXA = 'S'
                      MOVE PAR-COM-CAIXA TO LK-PAR-COM-CAIXA
                   END-IF
                   IF PAR-COM-DIAS-ESTORNO NUMERIC
                      AND PAR-COM-DIAS-ESTORNO NOT = ZEROS
                      MOVE PAR-COM-DIAS-ESTORNO TO LK-PAR-COM-DIAS-EST
                   END-IF
                   IF PAR-SENHA-CORTE NUMERIC
                      MOVE PAR-SENHA-CORTE TO LK-PAR-SENHA-CORTE
                   END-IF
                   IF PAR-SESSAO-MINUTOS NUMERIC
                      AND PAR-SESSAO-MINUTOS NOT = ZEROS
                      MOVE PAR-SESSAO-MINUTOS TO LK-PAR-SESSAO-MIN
                   END-IF
           END-READ

           CLOSE PARAM
