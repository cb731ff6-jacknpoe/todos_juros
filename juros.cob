       *>             curva (programa CRITAXAS), em vez do TAXAS
       *>             bruto da tesouraria, como o CONTRATOS passou
       *>             pela crítica de contratos na versão 0.3
       *> Versão 1.2: 15/10/2026: a cópia do registro de controle
       *>             acompanha o passo novo do CONTROLE-LOTE
       *> Versão 1.3: 15/10/2026: calcula o custo efetivo total (CET)
       *>             de cada contrato precificado, invertendo pela
       *>             ACRESCIMO-PARA-JUROS o fluxo real do tomador
       *>             (valor liberado líquido de IOF e das tarifas
       *>             novas CT-TARIFAS contra cada vencimento
       *>             rolado); grava CUSTO-EFETIVO e imprime o
       *>             demonstrativo pré-contratual DEMONSTRATIVO-CET
       *>             para os contratos ainda a liberar

       *> programa principal
       IDENTIFICATION DIVISION.
           SELECT RELATORIO ASSIGN TO "RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
           *> custo efetivo total (CET) de cada contrato precificado,
           *> um registro por contrato
           SELECT CUSTO-EFETIVO ASSIGN TO "CUSTO-EFETIVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-CUSTO-EFETIVO.
           *> demonstrativo pré-contratual do CET, um por contrato
           *> ainda a liberar, para entregar ao tomador antes da
           *> assinatura
           SELECT DEMONSTRATIVO ASSIGN TO "DEMONSTRATIVO-CET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-DEMONSTRATIVO.
           *> ponto de controle com o número do último contrato
           *> gravado em RESULTADOS, para reiniciar o lote sem
           *> reprocessar contratos já fechados após uma queda
           LABEL RECORDS ARE STANDARD.
       01  RELATORIO-LINHA                 PICTURE X(132).

       FD  CUSTO-EFETIVO
           LABEL RECORDS ARE STANDARD.
       01  CUSTO-EFETIVO-REG.
           05  EF-NUMERO-CONTRATO          PICTURE 9(9).
           05  EF-STATUS                   PICTURE 9(1).
               88  EF-CET-CALCULADO        VALUE 0.
               88  EF-CET-NAO-CALCULADO    VALUE 1.
           05  EF-DATA-REFERENCIA          PICTURE 9(8).
           05  EF-DATA-DESEMBOLSO          PICTURE 9(8).
           05  EF-VALOR-FINANCIADO         COMP-2.
           05  EF-VALOR-IOF                COMP-2.
           05  EF-VALOR-TARIFAS            COMP-2.
           05  EF-VALOR-LIBERADO           COMP-2.
           05  EF-TOTAL-PARCELAS           COMP-2.
           05  EF-JUROS-NOMINAL            COMP-2.
           05  EF-CET-MENSAL               COMP-2.
           05  EF-CET-ANUAL                COMP-2.

       FD  DEMONSTRATIVO
           LABEL RECORDS ARE STANDARD.
       01  DEMONSTRATIVO-LINHA             PICTURE X(132).

       FD  CHECKPOINT
           LABEL RECORDS ARE STANDARD.
       01  CHECKPOINT-REG.
       01 STATUS-CALCULO PICTURE 9(1).
          88 CALCULO-REJEITADO VALUE 1.

       *> custo efetivo total (CET): o fluxo real do tomador é o
       *> valor liberado (o financiado, soma dos valores
       *> descontados, menos o IOF sobre ele e as tarifas) contra
       *> cada parcela no seu vencimento rolado, em dias corridos
       *> e juros compostos; a taxa que iguala os dois lados sai da
       *> mesma inversão ACRESCIMO-PARA-JUROS, num período de 30
       *> dias (CET mensal), e é anualizada na base 365
       78  CET-PERIODO-DIAS VALUE 30.
       01 CET-PRECISAO PICTURE 9(9) VALUE 9.
       01 CET-MAX-ITERACOES PICTURE 9(9) VALUE 100.
       01 CET-MAX-JUROS COMP-2 VALUE 50.0.
       01 CET-IOF-NULO COMP-2 VALUE 0.0.
       01 CET-ITERACOES-USADAS PICTURE 9(9).
       01 CET-DIFERENCA-FINAL COMP-2.
       01 CET-CONVERGIU PICTURE 9(1).
       01 CET-STATUS-CALCULO PICTURE 9(1).
          88 CET-NAO-CALCULADO VALUE 1.
       01 VALOR-FINANCIADO COMP-2.
       01 VALOR-IOF COMP-2.
       01 VALOR-LIBERADO COMP-2.
       01 ACRESCIMO-DO-FLUXO COMP-2.
       01 CET-MENSAL COMP-2.
       01 CET-ANUAL COMP-2.
       01 TOTAL-CET-NAO-CALCULADO PICTURE 9(9) VALUE 0.
       01 TOTAL-DEMONSTRATIVOS PICTURE 9(9) VALUE 0.

       *> controle de arquivos
       01  FIM-CONTRATOS                   PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-CONTRATOS       VALUE 1.
       01  STATUS-RESULTADOS               PICTURE X(2).
       01  STATUS-AMORTIZACAO              PICTURE X(2).
       01  STATUS-RELATORIO                PICTURE X(2).
       01  STATUS-CUSTO-EFETIVO            PICTURE X(2).
       01  STATUS-DEMONSTRATIVO            PICTURE X(2).
       01  STATUS-CHECKPOINT               PICTURE X(2).
       01  STATUS-TAXAS                    PICTURE X(2).
       01  STATUS-FERIADOS                 PICTURE X(2).
       *> registro do FD não sobrevive ao CLOSE, e o carimbo do
       *> fechamento precisa regravar os passos que a esteira já
       *> tinha marcado
       01  CONTROLE-SALVO                  PICTURE X(14).

       *> layout do relatório de fechamento
       01  LINHAS-NA-PAGINA                PICTURE 9(3) VALUE 99.
           05  FILLER                  PICTURE X(6) VALUE SPACE.
           05  SIM-REJEITADOS          PICTURE Z(8)9.

       *> layout do demonstrativo pré-contratual do CET
       01  LINHA-DEM-SEPARADOR             PICTURE X(80) VALUE ALL "=".
       01  LINHA-DEM-TITULO.
           05  FILLER                  PICTURE X(50) VALUE
               "DEMONSTRATIVO DO CUSTO EFETIVO TOTAL (CET)".
           05  FILLER                  PICTURE X(6) VALUE "DATA: ".
           05  DEM-DATA-REFERENCIA     PICTURE 9(8).
       01  LINHA-DEM-CONTRATO.
           05  FILLER                  PICTURE X(10) VALUE "CONTRATO: ".
           05  DEM-NUMERO-CONTRATO     PICTURE Z(8)9.
           05  FILLER                  PICTURE X(11)
                                        VALUE "  TOMADOR: ".
           05  DEM-TIPO-PESSOA         PICTURE X(1).
           05  FILLER                  PICTURE X(1) VALUE SPACE.
           05  DEM-CPF-CNPJ            PICTURE 9(14).
           05  FILLER                  PICTURE X(14)
                                        VALUE "  DESEMBOLSO: ".
           05  DEM-DATA-DESEMBOLSO     PICTURE 9(8).
       01  LINHA-DEM-VALOR.
           05  DEM-ROTULO              PICTURE X(40).
           05  DEM-VALOR               PICTURE Z(12)9.99.
       01  LINHA-DEM-PERCENTUAL.
           05  DEM-ROTULO-PERCENTUAL   PICTURE X(40).
           05  DEM-PERCENTUAL          PICTURE Z(8)9.9999.
           05  FILLER                  PICTURE X(2) VALUE " %".
           05  DEM-COMPLEMENTO         PICTURE X(40).
       01  LINHA-DEM-TITULO-PARCELAS.
           05  FILLER PICTURE X(9) VALUE "PARCELA".
           05  FILLER PICTURE X(12) VALUE "VENCIMENTO".
           05  FILLER PICTURE X(16) VALUE "VALOR".
       01  LINHA-DEM-PARCELA.
           05  DEM-PARCELA             PICTURE ZZ9.
           05  FILLER                  PICTURE X(6) VALUE SPACE.
           05  DEM-VENCIMENTO          PICTURE 9(8).
           05  FILLER                  PICTURE X(1) VALUE SPACE.
           05  DEM-VALOR-PARCELA       PICTURE Z(12)9.99.
       01  LINHA-DEM-AVISO.
           05  DEM-AVISO               PICTURE X(80).
       01  PERIODO-DEMONSTRADO         PICTURE Z(3)9.

       01  LINHA-TOTAL.
           05  FILLER PICTURE X(32)
                       VALUE "TOTAL DE CONTRATOS PROCESSADOS: ".
               OPEN EXTEND RESULTADOS
               OPEN EXTEND AMORTIZACAO
               OPEN EXTEND RELATORIO
               OPEN EXTEND CUSTO-EFETIVO
               OPEN EXTEND DEMONSTRATIVO
           ELSE
               OPEN OUTPUT RESULTADOS
               OPEN OUTPUT AMORTIZACAO
               OPEN OUTPUT RELATORIO
               OPEN OUTPUT CUSTO-EFETIVO
               OPEN OUTPUT DEMONSTRATIVO
           END-IF.
           IF STATUS-RESULTADOS NOT = "00" THEN
               MOVE STATUS-RESULTADOS TO STATUS-IO-VERIFICADO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           IF STATUS-CUSTO-EFETIVO NOT = "00" THEN
               MOVE STATUS-CUSTO-EFETIVO TO STATUS-IO-VERIFICADO
               MOVE "CUSTO-EFETIVO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           IF STATUS-DEMONSTRATIVO NOT = "00" THEN
               MOVE STATUS-DEMONSTRATIVO TO STATUS-IO-VERIFICADO
               MOVE "DEMONSTRATIVO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       1500-ABRIR-PRODUCAO-EXIT.
           EXIT.

           IF STATUS-CALCULO = 0 THEN
               PERFORM 3400-GRAVAR-AMORTIZACAO THRU
                   3400-GRAVAR-AMORTIZACAO-EXIT
               PERFORM 3600-CALCULAR-CET THRU
                   3600-CALCULAR-CET-EXIT
               PERFORM 3650-GRAVAR-CUSTO-EFETIVO THRU
                   3650-GRAVAR-CUSTO-EFETIVO-EXIT
           END-IF.

           IF CALCULO-REJEITADO THEN
       3410-GRAVAR-UMA-PARCELA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> CET do contrato recém-precificado: o financiado é a soma
       *> dos valores descontados da precificação, o IOF incide
       *> sobre ele pela alíquota do contrato e as tarifas saem
       *> inteiras do valor liberado; o RJUROS do contrato (já
       *> usado na precificação e na AMORTIZACAO) é remontado com
       *> os dias corridos do desembolso a cada vencimento rolado,
       *> juros compostos e período de 30 dias, e o acréscimo que o
       *> tomador de fato paga sobre o liberado é invertido pela
       *> ACRESCIMO-PARA-JUROS. Liberado nulo ou que não fica
       *> abaixo da soma das parcelas não tem CET, e uma taxa
       *> colada no teto da bisseção também não é confiável
       *> ------------------------------------------------------
       3600-CALCULAR-CET.
           MOVE 1 TO CET-STATUS-CALCULO.
           MOVE 0.0 TO CET-MENSAL.
           MOVE 0.0 TO CET-ANUAL.
           MOVE 0.0 TO VALOR-FINANCIADO.
           PERFORM VARYING INDICE FROM 1 BY 1
               UNTIL INDICE > QUANTIDADE
               COMPUTE VALOR-FINANCIADO = VALOR-FINANCIADO
                   + VALOR-DESCONTADO (INDICE)
           END-PERFORM.
           COMPUTE VALOR-IOF =
               CT-IOF-TAXA / 100.0 * VALOR-FINANCIADO.
           COMPUTE VALOR-LIBERADO = VALOR-FINANCIADO - VALOR-IOF.
           COMPUTE VALOR-LIBERADO = VALOR-LIBERADO - CT-TARIFAS.
           IF (VALOR-LIBERADO <= 0.0) OR
               (VALOR-LIBERADO >= PESO-TOTAL) THEN
               GO TO 3600-CALCULAR-CET-EXIT
           END-IF.
           COMPUTE ACRESCIMO-DO-FLUXO =
               (PESO-TOTAL / VALOR-LIBERADO - 1.0) * 100.0.
           MOVE 1 TO COMPOSTO.
           MOVE CET-PERIODO-DIAS TO PERIODO.
           PERFORM VARYING INDICE FROM 1 BY 1
               UNTIL INDICE > QUANTIDADE
               COMPUTE PAGAMENTOS (INDICE) =
                   FUNCTION INTEGER-OF-DATE (VENCIMENTO-ROLADO (INDICE))
                   - DESEMBOLSO-INTEIRO
           END-PERFORM.
           MOVE ACRESCIMO-PARA-JUROS(RJUROS, ACRESCIMO-DO-FLUXO,
               CET-PRECISAO, CET-MAX-ITERACOES, CET-MAX-JUROS,
               CET-IOF-NULO, CET-ITERACOES-USADAS,
               CET-DIFERENCA-FINAL, CET-CONVERGIU,
               CET-STATUS-CALCULO) TO CET-MENSAL.
           IF CET-STATUS-CALCULO = 0 THEN
               IF (CET-CONVERGIU = 0) OR
                   (CET-MENSAL > CET-MAX-JUROS - 0.0001) THEN
                   MOVE 1 TO CET-STATUS-CALCULO
               END-IF
           END-IF.
           IF CET-NAO-CALCULADO THEN
               MOVE 0.0 TO CET-MENSAL
               GO TO 3600-CALCULAR-CET-EXIT
           END-IF.
           COMPUTE CET-ANUAL = ((1.0 + CET-MENSAL / 100.0)
               ** (365.0 / CET-PERIODO-DIAS) - 1.0) * 100.0.
       3600-CALCULAR-CET-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> um registro de CET por contrato precificado; o
       *> demonstrativo só sai para contrato ainda a liberar
       *> (desembolso na data do movimento ou depois), que é o que
       *> vai à assinatura: a carteira já liberada, reprecificada
       *> todo dia, fica só no arquivo
       *> ------------------------------------------------------
       3650-GRAVAR-CUSTO-EFETIVO.
           MOVE CT-NUMERO-CONTRATO TO EF-NUMERO-CONTRATO.
           MOVE CET-STATUS-CALCULO TO EF-STATUS.
           MOVE DATA-REFERENCIA TO EF-DATA-REFERENCIA.
           MOVE CT-DATA-DESEMBOLSO TO EF-DATA-DESEMBOLSO.
           MOVE VALOR-FINANCIADO TO EF-VALOR-FINANCIADO.
           MOVE VALOR-IOF TO EF-VALOR-IOF.
           MOVE CT-TARIFAS TO EF-VALOR-TARIFAS.
           MOVE VALOR-LIBERADO TO EF-VALOR-LIBERADO.
           MOVE PESO-TOTAL TO EF-TOTAL-PARCELAS.
           MOVE JUROS TO EF-JUROS-NOMINAL.
           MOVE CET-MENSAL TO EF-CET-MENSAL.
           MOVE CET-ANUAL TO EF-CET-ANUAL.
           WRITE CUSTO-EFETIVO-REG.
           IF STATUS-CUSTO-EFETIVO NOT = "00" THEN
               MOVE STATUS-CUSTO-EFETIVO TO STATUS-IO-VERIFICADO
               MOVE "CUSTO-EFETIVO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           IF CET-NAO-CALCULADO THEN
               DISPLAY "*** CET NAO CALCULADO PARA O CONTRATO "
                   CT-NUMERO-CONTRATO
               ADD 1 TO TOTAL-CET-NAO-CALCULADO
           END-IF.
           IF CT-DATA-DESEMBOLSO >= DATA-REFERENCIA THEN
               PERFORM 4200-IMPRIME-DEMONSTRATIVO THRU
                   4200-IMPRIME-DEMONSTRATIVO-EXIT
           END-IF.
       3650-GRAVAR-CUSTO-EFETIVO-EXIT.
           EXIT.

       3900-LER-CONTRATO.
           READ CONTRATOS
               AT END
       4100-IMPRIME-DETALHE-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> demonstrativo pré-contratual de um contrato: valores do
       *> financiamento até o liberado, o cronograma com os
       *> vencimentos rolados, a taxa contratada, o IOF e o CET
       *> mensal e anual
       *> ------------------------------------------------------
       4200-IMPRIME-DEMONSTRATIVO.
           WRITE DEMONSTRATIVO-LINHA FROM LINHA-DEM-SEPARADOR.
           PERFORM 9030-VERIFICA-DEMONSTRATIVO THRU
               9030-VERIFICA-DEMONSTRATIVO-EXIT.
           MOVE DATA-REFERENCIA TO DEM-DATA-REFERENCIA.
           WRITE DEMONSTRATIVO-LINHA FROM LINHA-DEM-TITULO.
           PERFORM 9030-VERIFICA-DEMONSTRATIVO THRU
               9030-VERIFICA-DEMONSTRATIVO-EXIT.
           MOVE CT-NUMERO-CONTRATO TO DEM-NUMERO-CONTRATO.
           MOVE CT-TIPO-PESSOA TO DEM-TIPO-PESSOA.
           MOVE CT-CPF-CNPJ TO DEM-CPF-CNPJ.
           MOVE CT-DATA-DESEMBOLSO TO DEM-DATA-DESEMBOLSO.
           WRITE DEMONSTRATIVO-LINHA FROM LINHA-DEM-CONTRATO.
           PERFORM 9030-VERIFICA-DEMONSTRATIVO THRU
               9030-VERIFICA-DEMONSTRATIVO-EXIT.
           PERFORM 4290-IMPRIME-LINHA-EM-BRANCO THRU
               4290-IMPRIME-LINHA-EM-BRANCO-EXIT.
           MOVE "VALOR FINANCIADO" TO DEM-ROTULO.
           COMPUTE DEM-VALOR ROUNDED = VALOR-FINANCIADO.
           PERFORM 4250-IMPRIME-VALOR THRU 4250-IMPRIME-VALOR-EXIT.
           MOVE "(-) IOF" TO DEM-ROTULO.
           COMPUTE DEM-VALOR ROUNDED = VALOR-IOF.
           PERFORM 4250-IMPRIME-VALOR THRU 4250-IMPRIME-VALOR-EXIT.
           MOVE "(-) TARIFAS" TO DEM-ROTULO.
           COMPUTE DEM-VALOR ROUNDED = CT-TARIFAS.
           PERFORM 4250-IMPRIME-VALOR THRU 4250-IMPRIME-VALOR-EXIT.
           MOVE "(=) VALOR LIBERADO AO TOMADOR" TO DEM-ROTULO.
           IF VALOR-LIBERADO > 0.0 THEN
               COMPUTE DEM-VALOR ROUNDED = VALOR-LIBERADO
           ELSE
               MOVE 0 TO DEM-VALOR
           END-IF.
           PERFORM 4250-IMPRIME-VALOR THRU 4250-IMPRIME-VALOR-EXIT.
           PERFORM 4290-IMPRIME-LINHA-EM-BRANCO THRU
               4290-IMPRIME-LINHA-EM-BRANCO-EXIT.
           WRITE DEMONSTRATIVO-LINHA FROM LINHA-DEM-TITULO-PARCELAS.
           PERFORM 9030-VERIFICA-DEMONSTRATIVO THRU
               9030-VERIFICA-DEMONSTRATIVO-EXIT.
           PERFORM 4260-IMPRIME-UMA-PARCELA THRU
               4260-IMPRIME-UMA-PARCELA-EXIT
               VARYING INDICE FROM 1 BY 1
               UNTIL INDICE > QUANTIDADE.
           MOVE "TOTAL DAS PARCELAS" TO DEM-ROTULO.
           COMPUTE DEM-VALOR ROUNDED = PESO-TOTAL.
           PERFORM 4250-IMPRIME-VALOR THRU 4250-IMPRIME-VALOR-EXIT.
           PERFORM 4290-IMPRIME-LINHA-EM-BRANCO THRU
               4290-IMPRIME-LINHA-EM-BRANCO-EXIT.
           MOVE "TAXA DE JUROS CONTRATADA" TO DEM-ROTULO-PERCENTUAL.
           MOVE JUROS TO DEM-PERCENTUAL.
           MOVE CT-PERIODO TO PERIODO-DEMONSTRADO.
           MOVE SPACES TO DEM-COMPLEMENTO.
           IF CT-CONVENCAO-DIAS-UTEIS THEN
               STRING " A CADA " PERIODO-DEMONSTRADO " DIAS UTEIS"
                   DELIMITED BY SIZE INTO DEM-COMPLEMENTO
           ELSE
               STRING " A CADA " PERIODO-DEMONSTRADO " DIAS"
                   DELIMITED BY SIZE INTO DEM-COMPLEMENTO
           END-IF.
           PERFORM 4270-IMPRIME-PERCENTUAL THRU
               4270-IMPRIME-PERCENTUAL-EXIT.
           MOVE "ALIQUOTA DO IOF" TO DEM-ROTULO-PERCENTUAL.
           MOVE CT-IOF-TAXA TO DEM-PERCENTUAL.
           MOVE " SOBRE O VALOR FINANCIADO" TO DEM-COMPLEMENTO.
           PERFORM 4270-IMPRIME-PERCENTUAL THRU
               4270-IMPRIME-PERCENTUAL-EXIT.
           IF CET-NAO-CALCULADO THEN
               MOVE "*** CET NAO CALCULADO - CONTRATO A CONFERIR PELA "
                   & "ORIGINACAO" TO DEM-AVISO
               WRITE DEMONSTRATIVO-LINHA FROM LINHA-DEM-AVISO
               PERFORM 9030-VERIFICA-DEMONSTRATIVO THRU
                   9030-VERIFICA-DEMONSTRATIVO-EXIT
           ELSE
               MOVE "CUSTO EFETIVO TOTAL (CET) MENSAL"
                   TO DEM-ROTULO-PERCENTUAL
               MOVE CET-MENSAL TO DEM-PERCENTUAL
               MOVE " AO MES" TO DEM-COMPLEMENTO
               PERFORM 4270-IMPRIME-PERCENTUAL THRU
                   4270-IMPRIME-PERCENTUAL-EXIT
               MOVE "CUSTO EFETIVO TOTAL (CET) ANUAL"
                   TO DEM-ROTULO-PERCENTUAL
               MOVE CET-ANUAL TO DEM-PERCENTUAL
               MOVE " AO ANO" TO DEM-COMPLEMENTO
               PERFORM 4270-IMPRIME-PERCENTUAL THRU
                   4270-IMPRIME-PERCENTUAL-EXIT
           END-IF.
           PERFORM 4290-IMPRIME-LINHA-EM-BRANCO THRU
               4290-IMPRIME-LINHA-EM-BRANCO-EXIT.
           ADD 1 TO TOTAL-DEMONSTRATIVOS.
       4200-IMPRIME-DEMONSTRATIVO-EXIT.
           EXIT.

       4250-IMPRIME-VALOR.
           WRITE DEMONSTRATIVO-LINHA FROM LINHA-DEM-VALOR.
           PERFORM 9030-VERIFICA-DEMONSTRATIVO THRU
               9030-VERIFICA-DEMONSTRATIVO-EXIT.
       4250-IMPRIME-VALOR-EXIT.
           EXIT.

       4260-IMPRIME-UMA-PARCELA.
           MOVE INDICE TO DEM-PARCELA.
           MOVE VENCIMENTO-ROLADO (INDICE) TO DEM-VENCIMENTO.
           COMPUTE DEM-VALOR-PARCELA ROUNDED = PESOS (INDICE).
           WRITE DEMONSTRATIVO-LINHA FROM LINHA-DEM-PARCELA.
           PERFORM 9030-VERIFICA-DEMONSTRATIVO THRU
               9030-VERIFICA-DEMONSTRATIVO-EXIT.
       4260-IMPRIME-UMA-PARCELA-EXIT.
           EXIT.

       4270-IMPRIME-PERCENTUAL.
           WRITE DEMONSTRATIVO-LINHA FROM LINHA-DEM-PERCENTUAL.
           PERFORM 9030-VERIFICA-DEMONSTRATIVO THRU
               9030-VERIFICA-DEMONSTRATIVO-EXIT.
       4270-IMPRIME-PERCENTUAL-EXIT.
           EXIT.

       4290-IMPRIME-LINHA-EM-BRANCO.
           MOVE SPACES TO DEMONSTRATIVO-LINHA.
           WRITE DEMONSTRATIVO-LINHA.
           PERFORM 9030-VERIFICA-DEMONSTRATIVO THRU
               9030-VERIFICA-DEMONSTRATIVO-EXIT.
       4290-IMPRIME-LINHA-EM-BRANCO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> imprime o rodapé com os totais do lote e fecha tudo
       *> ------------------------------------------------------
               CLOSE RESULTADOS
               CLOSE AMORTIZACAO
               CLOSE RELATORIO
               CLOSE CUSTO-EFETIVO
               CLOSE DEMONSTRATIVO
               DISPLAY "DEMONSTRATIVOS DE CET IMPRESSOS: "
                   TOTAL-DEMONSTRATIVOS " - CET NAO CALCULADO: "
                   TOTAL-CET-NAO-CALCULADO
               *> só some o ponto de controle quando o lote fechou do
               *> início ao fim sem erro; um lote abortado (CONTRATOS
               *> fora de ordem, por exemplo) precisa manter o
       9020-VERIFICA-RELSIMULACAO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> confere STATUS-DEMONSTRATIVO depois de cada WRITE no
       *> demonstrativo do CET
       *> ------------------------------------------------------
       9030-VERIFICA-DEMONSTRATIVO.
           IF STATUS-DEMONSTRATIVO NOT = "00" THEN
               MOVE STATUS-DEMONSTRATIVO TO STATUS-IO-VERIFICADO
               MOVE "DEMONSTRATIVO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       9030-VERIFICA-DEMONSTRATIVO-EXIT.
           EXIT.

       *> rotinas de calendário compartilhadas (6100-6500)
       COPY CALDIAS.
       END PROGRAM JUROS.
