       *> Extração contábil da cobrança: leva para o razão o dinheiro
       *> que de fato entrou no dia e o que ele liquidou. Varre
       *> AMORTIZACAO e as BAIXAS do dia (as duas em ordem ascendente
       *> de contrato e parcela, uma baixa por parcela do cronograma),
       *> junta por contrato os RECEBIMENTOS do dia e a mora e a
       *> multa pagas em ENCARGOS, e grava em LANCAMENTOS-COBRANCA,
       *> no mesmo layout LANCAMENTOS da extração contábil, as
       *> partidas dobradas equilibradas: débito no caixa e crédito
       *> na carteira a receber pelo principal, nos juros a receber
       *> pelos juros apropriados da parcela e na receita de encargos
       *> pela mora e pela multa recebidas. O valor pago na parcela
       *> se divide entre principal e juros na proporção de
       *> AM-VALOR-DESCONTADO e AM-JUROS-ACUMULADO da parcela. O que
       *> o caixa do contrato não cobre veio do saldo credor do
       *> cliente (débito em saldos credores em vez do caixa), e o
       *> que o caixa trouxe a mais ficou como saldo credor; o
       *> recebimento de contrato fora do cronograma entra como
       *> recebimento a identificar na mesma conta. Trailer de
       *> totais de controle no fim, como na extração contábil.
       *> Entra no controle de execução do lote (CONTROLE-LOTE): só
       *> parte com o dia conciliado e recusa lançar duas vezes o
       *> mesmo movimento
       *> Versão 0.1: 15/10/2026: primeira versão
       *> Versão 0.2: 15/10/2026: recebimento de contrato baixado
       *>             para prejuízo (arquivo PREJUIZOS) não é lançado
       *>             aqui: o COBRANCA o desvia para RECUPERACOES e
       *>             quem o leva ao razão é o RECUPERA
       *> Versão 0.3: 15/10/2026: recebimento de contrato cedido
       *>             (arquivo CONTRATOS-CEDIDOS do CESSAO) não baixa
       *>             mais carteira nem juros, que saíram do razão na
       *>             cessão: o caixa do contrato vai para saldos
       *>             credores, para repasse ao cessionário, e é
       *>             contado à parte; recebimento de parcela além do
       *>             cronograma do contrato vai para recebimentos a
       *>             identificar

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXA.
       AUTHOR. Ricardo Erick Rebêlo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> cronograma esperado, saída do JUROS (um registro por
           *> contrato, com o vetor de parcelas)
           SELECT AMORTIZACAO ASSIGN TO "AMORTIZACAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-AMORTIZACAO.
           *> situação de cada parcela depois da baixa, saída do
           *> COBRANCA, em ordem de contrato e parcela
           SELECT BAIXAS ASSIGN TO "BAIXAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-BAIXAS.
           *> pagamentos recebidos no dia, em ordem ascendente de
           *> contrato e parcela (parcela zero é pagamento do
           *> contrato como um todo)
           SELECT RECEBIMENTOS ASSIGN TO "RECEBIMENTOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-RECEBIMENTOS.
           *> encargos de atraso da baixa, com a mora e a multa pagas
           SELECT ENCARGOS ASSIGN TO "ENCARGOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-ENCARGOS.
           *> contratos baixados para prejuízo, em ordem ascendente
           *> de contrato; opcional: ausente, nenhum foi baixado
           SELECT PREJUIZOS ASSIGN TO "PREJUIZOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-PREJUIZOS.
           *> contratos cedidos a outras instituições, em ordem
           *> ascendente de contrato; opcional: ausente, nenhum foi
           *> cedido
           SELECT CEDIDOS ASSIGN TO "CONTRATOS-CEDIDOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-CEDIDOS.
           *> partidas da cobrança na interface do razão, no mesmo
           *> layout do LANCAMENTOS do CONTABIL
           SELECT LANCAMENTOS ASSIGN TO "LANCAMENTOS-COBRANCA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-LANCAMENTOS.
           *> controle de execução do lote, um registro único com a
           *> data de movimento e os passos já fechados
           SELECT CONTROLE ASSIGN TO "CONTROLE-LOTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-CONTROLE.

       DATA DIVISION.
       FILE SECTION.
       FD  AMORTIZACAO
           LABEL RECORDS ARE STANDARD.
       COPY AMORT.

       FD  BAIXAS
           LABEL RECORDS ARE STANDARD.
       COPY BAIXAS.

       FD  RECEBIMENTOS
           LABEL RECORDS ARE STANDARD.
       01  RECEBIMENTOS-REG.
           05  RB-NUMERO-CONTRATO          PICTURE 9(9).
           05  RB-INDICE                   PICTURE 9(9).
           05  RB-DATA-PAGAMENTO           PICTURE 9(8).
           05  RB-VALOR-PAGO               COMP-2.

       FD  ENCARGOS
           LABEL RECORDS ARE STANDARD.
       COPY ENCARGOS.

       FD  PREJUIZOS
           LABEL RECORDS ARE STANDARD.
       COPY PREJUIZO.

       FD  CEDIDOS
           LABEL RECORDS ARE STANDARD.
       COPY CEDIDO.

       FD  LANCAMENTOS
           LABEL RECORDS ARE STANDARD.
       01  LANCAMENTO-REG.
           05  LC-TIPO                     PICTURE 9(1).
               88  LC-DETALHE              VALUE 1.
           05  LC-COMPETENCIA              PICTURE 9(6).
           05  LC-NUMERO-CONTRATO          PICTURE 9(9).
           05  LC-CONTA-DEBITO             PICTURE X(10).
           05  LC-CONTA-CREDITO            PICTURE X(10).
           05  LC-VALOR                    PICTURE 9(11)V99.
           05  LC-HISTORICO                PICTURE X(30).
       01  TRAILER-REG.
           05  TR-TIPO                     PICTURE 9(1).
               88  TR-TRAILER              VALUE 9.
           05  TR-COMPETENCIA              PICTURE 9(6).
           05  TR-TOTAL-REGISTROS          PICTURE 9(9).
           05  TR-TOTAL-DEBITOS            PICTURE 9(11)V99.
           05  TR-TOTAL-CREDITOS           PICTURE 9(11)V99.
           05  FILLER                      PICTURE X(37).

       FD  CONTROLE
           LABEL RECORDS ARE STANDARD.
       COPY CONTROLE.

       LOCAL-STORAGE SECTION.
       *> contas contábeis do plano de contas do razão
       01  CONTA-CAIXA                     PICTURE X(10)
                                           VALUE "1001001".
       01  CONTA-CARTEIRA-A-RECEBER        PICTURE X(10)
                                           VALUE "1101001".
       01  CONTA-JUROS-A-RECEBER           PICTURE X(10)
                                           VALUE "1102001".
       01  CONTA-RECEITA-ENCARGOS          PICTURE X(10)
                                           VALUE "4102001".
       *> saldos credores de clientes e recebimentos a identificar
       01  CONTA-SALDOS-CREDORES           PICTURE X(10)
                                           VALUE "2106001".

       *> data de movimento do controle e a competência dela
       01  DATA-REFERENCIA                 PICTURE 9(8).
       01  DATA-REFERENCIA-R REDEFINES DATA-REFERENCIA.
           05  REFERENCIA-COMPETENCIA      PICTURE 9(6).
           05  REFERENCIA-DIA              PICTURE 9(2).

       *> apuração do contrato corrente, em ponto flutuante
       01  INDICE-PARCELA                  PICTURE 9(9).
       01  VALOR-ESPERADO                  COMP-2.
       01  JUROS-DA-PARCELA                COMP-2.
       01  CAIXA-DO-CONTRATO               COMP-2.
       01  PRINCIPAL-RECEBIDO              COMP-2.
       01  JUROS-RECEBIDOS                 COMP-2.
       01  MORA-RECEBIDA                   COMP-2.
       01  MULTA-RECEBIDA                  COMP-2.

       *> a mesma apuração arredondada ao centavo do razão; o caixa
       *> disponível vai sendo consumido pelos componentes na ordem
       *> da distribuição do COBRANCA (mora, multa, juros, principal)
       01  CAIXA-DISPONIVEL                PICTURE 9(11)V99.
       01  VALOR-COMPONENTE                PICTURE 9(11)V99.
       01  VALOR-DO-CAIXA                  PICTURE 9(11)V99.
       01  CONTA-COMPONENTE                PICTURE X(10).
       01  HISTORICO-COMPONENTE            PICTURE X(30).

       *> totais de controle do arquivo de interface
       01  TOTAL-REGISTROS                 PICTURE 9(9) VALUE 0.
       01  TOTAL-DEBITOS                   PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-CREDITOS                  PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-CONTRATOS-LANCADOS        PICTURE 9(9) VALUE 0.
       01  TOTAL-NAO-IDENTIFICADOS         PICTURE 9(9) VALUE 0.
       01  REGISTROS-ANTES-DO-CONTRATO     PICTURE 9(9).
       01  TOTAL-RECEBIMENTOS-EM-PREJUIZO  PICTURE 9(9) VALUE 0.
       01  TOTAL-CONTRATOS-CEDIDOS         PICTURE 9(9) VALUE 0.

       *> controle de arquivos
       01  FIM-AMORTIZACAO                 PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-AMORTIZACAO     VALUE 1.
       01  FIM-BAIXAS                      PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-BAIXAS          VALUE 1.
       01  FIM-RECEBIMENTOS                PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-RECEBIMENTOS    VALUE 1.
       01  FIM-ENCARGOS                    PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-ENCARGOS        VALUE 1.
       01  STATUS-AMORTIZACAO              PICTURE X(2).
       01  STATUS-BAIXAS                   PICTURE X(2).
       01  STATUS-RECEBIMENTOS             PICTURE X(2).
       01  STATUS-ENCARGOS                 PICTURE X(2).
       01  STATUS-LANCAMENTOS              PICTURE X(2).
       01  FIM-PREJUIZOS                   PICTURE 9(1) VALUE 1.
           88  NAO-HA-MAIS-PREJUIZOS       VALUE 1.
       01  STATUS-PREJUIZOS                PICTURE X(2).
       01  PREJUIZOS-DISPONIVEIS           PICTURE 9(1) VALUE 0.
           88  HA-ARQUIVO-DE-PREJUIZOS     VALUE 1.
       01  SITUACAO-PREJUIZO               PICTURE 9(1) VALUE 0.
           88  CONTRATO-EM-PREJUIZO        VALUE 1.
       01  FIM-CEDIDOS                     PICTURE 9(1) VALUE 1.
           88  NAO-HA-MAIS-CEDIDOS         VALUE 1.
       01  STATUS-CEDIDOS                  PICTURE X(2).
       01  CEDIDOS-DISPONIVEIS             PICTURE 9(1) VALUE 0.
           88  HA-ARQUIVO-DE-CEDIDOS       VALUE 1.
       01  SITUACAO-CEDIDO                 PICTURE 9(1) VALUE 0.
           88  CONTRATO-CEDIDO             VALUE 1.
       01  ARQUIVOS-ABERTOS                PICTURE 9(1) VALUE 0.
           88  OS-ARQUIVOS-ESTAO-ABERTOS   VALUE 1.

       *> campos comuns para relatar e abortar num erro de E/S
       01  STATUS-IO-VERIFICADO            PICTURE X(2).
       01  DESCRICAO-ARQUIVO-IO            PICTURE X(20).

       01  STATUS-CONTROLE                 PICTURE X(2).
       *> cópia do registro de controle lido na partida: a área de
       *> registro do FD não sobrevive ao CLOSE, e o carimbo do
       *> fechamento precisa regravar os passos que a esteira já
       *> tinha marcado
       01  CONTROLE-SALVO                  PICTURE X(14).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 3000-CONTABILIZAR-CONTRATOS THRU
               3000-CONTABILIZAR-CONTRATOS-EXIT
               UNTIL NAO-HA-MAIS-AMORTIZACAO.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GOBACK.

       *> ------------------------------------------------------
       *> confere o controle do lote, abre os arquivos e lê o
       *> primeiro registro de cada entrada
       *> ------------------------------------------------------
       1000-INICIALIZAR.
           PERFORM 1600-LER-CONTROLE THRU 1600-LER-CONTROLE-EXIT.
           OPEN INPUT AMORTIZACAO.
           IF STATUS-AMORTIZACAO NOT = "00" THEN
               DISPLAY "*** ERRO AO ABRIR AMORTIZACAO: "
                   STATUS-AMORTIZACAO
               MOVE 1 TO FIM-AMORTIZACAO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT BAIXAS.
           IF STATUS-BAIXAS NOT = "00" THEN
               MOVE STATUS-BAIXAS TO STATUS-IO-VERIFICADO
               MOVE "BAIXAS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN INPUT RECEBIMENTOS.
           IF STATUS-RECEBIMENTOS NOT = "00" THEN
               MOVE STATUS-RECEBIMENTOS TO STATUS-IO-VERIFICADO
               MOVE "RECEBIMENTOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN INPUT ENCARGOS.
           IF STATUS-ENCARGOS NOT = "00" THEN
               MOVE STATUS-ENCARGOS TO STATUS-IO-VERIFICADO
               MOVE "ENCARGOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN INPUT PREJUIZOS.
           IF STATUS-PREJUIZOS = "00" THEN
               MOVE 1 TO PREJUIZOS-DISPONIVEIS
               MOVE 0 TO FIM-PREJUIZOS
           ELSE
               IF STATUS-PREJUIZOS NOT = "35" THEN
                   MOVE STATUS-PREJUIZOS TO STATUS-IO-VERIFICADO
                   MOVE "PREJUIZOS" TO DESCRICAO-ARQUIVO-IO
                   PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                       9000-ABORTAR-ERRO-ARQUIVO-EXIT
               END-IF
           END-IF.
           OPEN INPUT CEDIDOS.
           IF STATUS-CEDIDOS = "00" THEN
               MOVE 1 TO CEDIDOS-DISPONIVEIS
               MOVE 0 TO FIM-CEDIDOS
           ELSE
               IF STATUS-CEDIDOS NOT = "35" THEN
                   MOVE STATUS-CEDIDOS TO STATUS-IO-VERIFICADO
                   MOVE "CEDIDOS" TO DESCRICAO-ARQUIVO-IO
                   PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                       9000-ABORTAR-ERRO-ARQUIVO-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT LANCAMENTOS.
           IF STATUS-LANCAMENTOS NOT = "00" THEN
               MOVE STATUS-LANCAMENTOS TO STATUS-IO-VERIFICADO
               MOVE "LANCAMENTOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           MOVE 1 TO ARQUIVOS-ABERTOS.
           PERFORM 3900-LER-AMORTIZACAO THRU
               3900-LER-AMORTIZACAO-EXIT.
           PERFORM 3910-LER-BAIXA THRU 3910-LER-BAIXA-EXIT.
           PERFORM 3920-LER-RECEBIMENTO THRU
               3920-LER-RECEBIMENTO-EXIT.
           PERFORM 3930-LER-ENCARGO THRU 3930-LER-ENCARGO-EXIT.
           IF HA-ARQUIVO-DE-PREJUIZOS THEN
               PERFORM 3940-LER-PREJUIZO THRU
                   3940-LER-PREJUIZO-EXIT
           END-IF.
           IF HA-ARQUIVO-DE-CEDIDOS THEN
               PERFORM 3950-LER-CEDIDO THRU 3950-LER-CEDIDO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> lê o registro do CONTROLE-LOTE: as BAIXAS e os ENCARGOS
       *> saem da AMORTIZACAO do dia de movimento, então a extração
       *> só roda com o dia conciliado pelo CONCILIA; um movimento
       *> já lançado não é lançado de novo
       *> ------------------------------------------------------
       1600-LER-CONTROLE.
           OPEN INPUT CONTROLE.
           IF STATUS-CONTROLE NOT = "00" THEN
               DISPLAY "*** CONTROLE-LOTE INDISPONIVEL (STATUS "
                   STATUS-CONTROLE ") - RODE A CRITICA PARA ABRIR "
                   "O MOVIMENTO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CONTROLE
               AT END
                   DISPLAY "*** CONTROLE-LOTE VAZIO - RODE A "
                       "CRITICA PARA ABRIR O MOVIMENTO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.
           IF NOT O-DIA-ESTA-CONCILIADO THEN
               DISPLAY "*** MOVIMENTO " LT-DATA-MOVIMENTO
                   " NAO CONCILIADO - EXTRACAO DA COBRANCA RECUSADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF O-CAIXA-FECHOU THEN
               DISPLAY "*** COBRANCA JA LANCADA PARA O MOVIMENTO "
                   LT-DATA-MOVIMENTO " - REEXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LT-DATA-MOVIMENTO TO DATA-REFERENCIA.
           MOVE CONTROLE-REG TO CONTROLE-SALVO.
           CLOSE CONTROLE.
       1600-LER-CONTROLE-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> um registro de AMORTIZACAO é um contrato inteiro: lança
       *> antes os recebimentos de contrato menor (fora do
       *> cronograma), apura o que as baixas, os recebimentos e os
       *> encargos do contrato dizem e grava as partidas dele;
       *> o dinheiro de contrato baixado para prejuízo é da
       *> recuperação e não entra no caixa do contrato, e o de
       *> contrato cedido é do cessionário e vai inteiro para
       *> saldos credores
       *> ------------------------------------------------------
       3000-CONTABILIZAR-CONTRATOS.
           PERFORM 3050-LANCAR-NAO-IDENTIFICADO THRU
               3050-LANCAR-NAO-IDENTIFICADO-EXIT
               UNTIL NAO-HA-MAIS-RECEBIMENTOS OR
                   (RB-NUMERO-CONTRATO >= AM-NUMERO-CONTRATO).
           PERFORM 3060-POSICIONAR-PREJUIZO THRU
               3060-POSICIONAR-PREJUIZO-EXIT.
           PERFORM 3070-POSICIONAR-CEDIDO THRU
               3070-POSICIONAR-CEDIDO-EXIT.
           MOVE 0.0 TO CAIXA-DO-CONTRATO.
           MOVE 0.0 TO PRINCIPAL-RECEBIDO.
           MOVE 0.0 TO JUROS-RECEBIDOS.
           MOVE 0.0 TO MORA-RECEBIDA.
           MOVE 0.0 TO MULTA-RECEBIDA.
           PERFORM 3100-APURAR-UMA-PARCELA THRU
               3100-APURAR-UMA-PARCELA-EXIT
               VARYING INDICE-PARCELA FROM 1 BY 1
               UNTIL INDICE-PARCELA > AM-QUANTIDADE.
           PERFORM 3200-ACUMULAR-RECEBIMENTO THRU
               3200-ACUMULAR-RECEBIMENTO-EXIT
               UNTIL NAO-HA-MAIS-RECEBIMENTOS OR
                   (RB-NUMERO-CONTRATO NOT = AM-NUMERO-CONTRATO).
           PERFORM 3300-ACUMULAR-ENCARGO THRU
               3300-ACUMULAR-ENCARGO-EXIT
               UNTIL NAO-HA-MAIS-ENCARGOS OR
                   (EN-NUMERO-CONTRATO > AM-NUMERO-CONTRATO).
           IF CONTRATO-CEDIDO THEN
               PERFORM 3500-LANCAR-CONTRATO-CEDIDO THRU
                   3500-LANCAR-CONTRATO-CEDIDO-EXIT
           ELSE
               PERFORM 3400-LANCAR-CONTRATO THRU
                   3400-LANCAR-CONTRATO-EXIT
           END-IF.
           PERFORM 3900-LER-AMORTIZACAO THRU
               3900-LER-AMORTIZACAO-EXIT.
       3000-CONTABILIZAR-CONTRATOS-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> recebimento de contrato que não está no cronograma do
       *> dia, ou de parcela além do cronograma do contrato: o
       *> dinheiro entrou e vai para recebimentos a identificar,
       *> à espera do acerto da tesouraria
       *> ------------------------------------------------------
       3050-LANCAR-NAO-IDENTIFICADO.
           COMPUTE VALOR-COMPONENTE ROUNDED = RB-VALOR-PAGO.
           IF VALOR-COMPONENTE > 0 THEN
               MOVE RB-NUMERO-CONTRATO TO LC-NUMERO-CONTRATO
               MOVE CONTA-CAIXA TO LC-CONTA-DEBITO
               MOVE CONTA-SALDOS-CREDORES TO LC-CONTA-CREDITO
               MOVE VALOR-COMPONENTE TO LC-VALOR
               MOVE "RECEBIMENTO A IDENTIFICAR" TO LC-HISTORICO
               PERFORM 3700-GRAVAR-LANCAMENTO THRU
                   3700-GRAVAR-LANCAMENTO-EXIT
               ADD 1 TO TOTAL-NAO-IDENTIFICADOS
           END-IF.
           PERFORM 3920-LER-RECEBIMENTO THRU
               3920-LER-RECEBIMENTO-EXIT.
       3050-LANCAR-NAO-IDENTIFICADO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> a baixa da parcela (uma por parcela, na ordem do
       *> cronograma) diz quanto ela recebeu no dia; a parte dos
       *> juros é a proporção do juro implícito no valor esperado
       *> da parcela, o resto é principal; cronograma sem baixa
       *> quer dizer que AMORTIZACAO e BAIXAS não são do mesmo lote
       *> ------------------------------------------------------
       3100-APURAR-UMA-PARCELA.
           IF NAO-HA-MAIS-BAIXAS OR
               (BX-NUMERO-CONTRATO NOT = AM-NUMERO-CONTRATO) OR
               (BX-INDICE NOT = INDICE-PARCELA) THEN
               DISPLAY "*** ERRO: BAIXAS NAO CASAM COM A "
                   "AMORTIZACAO DO CONTRATO " AM-NUMERO-CONTRATO
                   " PARCELA " INDICE-PARCELA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF BX-VALOR-PAGO > 0.0 THEN
               COMPUTE VALOR-ESPERADO =
                   AM-VALOR-DESCONTADO (INDICE-PARCELA)
                   + AM-JUROS-ACUMULADO (INDICE-PARCELA)
               MOVE 0.0 TO JUROS-DA-PARCELA
               IF VALOR-ESPERADO > 0.0 THEN
                   COMPUTE JUROS-DA-PARCELA = BX-VALOR-PAGO
                       * AM-JUROS-ACUMULADO (INDICE-PARCELA)
                       / VALOR-ESPERADO
               END-IF
               COMPUTE JUROS-RECEBIDOS =
                   JUROS-RECEBIDOS + JUROS-DA-PARCELA
               COMPUTE PRINCIPAL-RECEBIDO =
                   PRINCIPAL-RECEBIDO + BX-VALOR-PAGO
               COMPUTE PRINCIPAL-RECEBIDO =
                   PRINCIPAL-RECEBIDO - JUROS-DA-PARCELA
           END-IF.
           PERFORM 3910-LER-BAIXA THRU 3910-LER-BAIXA-EXIT.
       3100-APURAR-UMA-PARCELA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> posiciona o arquivo de contratos em prejuízo (em ordem
       *> ascendente) no contrato do cronograma corrente
       *> ------------------------------------------------------
       3060-POSICIONAR-PREJUIZO.
           MOVE 0 TO SITUACAO-PREJUIZO.
           PERFORM UNTIL NAO-HA-MAIS-PREJUIZOS OR
               (PJ-NUMERO-CONTRATO >= AM-NUMERO-CONTRATO)
               PERFORM 3940-LER-PREJUIZO THRU 3940-LER-PREJUIZO-EXIT
           END-PERFORM.
           IF (NOT NAO-HA-MAIS-PREJUIZOS) AND
               (PJ-NUMERO-CONTRATO = AM-NUMERO-CONTRATO) THEN
               MOVE 1 TO SITUACAO-PREJUIZO
           END-IF.
       3060-POSICIONAR-PREJUIZO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> posiciona o arquivo de contratos cedidos (em ordem
       *> ascendente) no contrato do cronograma corrente
       *> ------------------------------------------------------
       3070-POSICIONAR-CEDIDO.
           MOVE 0 TO SITUACAO-CEDIDO.
           PERFORM 3950-LER-CEDIDO THRU 3950-LER-CEDIDO-EXIT
               UNTIL NAO-HA-MAIS-CEDIDOS OR
                   (CD-NUMERO-CONTRATO >= AM-NUMERO-CONTRATO).
           IF (NOT NAO-HA-MAIS-CEDIDOS) AND
               (CD-NUMERO-CONTRATO = AM-NUMERO-CONTRATO) THEN
               MOVE 1 TO SITUACAO-CEDIDO
           END-IF.
       3070-POSICIONAR-CEDIDO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> junta o recebimento ao caixa do contrato; o de parcela
       *> que o cronograma não tem não casa com baixa nenhuma e
       *> vai para recebimentos a identificar
       *> ------------------------------------------------------
       3200-ACUMULAR-RECEBIMENTO.
           IF CONTRATO-EM-PREJUIZO THEN
               ADD 1 TO TOTAL-RECEBIMENTOS-EM-PREJUIZO
               GO TO 3200-ACUMULAR-RECEBIMENTO-LER
           END-IF.
           IF RB-INDICE > AM-QUANTIDADE THEN
               PERFORM 3050-LANCAR-NAO-IDENTIFICADO THRU
                   3050-LANCAR-NAO-IDENTIFICADO-EXIT
               GO TO 3200-ACUMULAR-RECEBIMENTO-EXIT
           END-IF.
           COMPUTE CAIXA-DO-CONTRATO =
               CAIXA-DO-CONTRATO + RB-VALOR-PAGO.
       3200-ACUMULAR-RECEBIMENTO-LER.
           PERFORM 3920-LER-RECEBIMENTO THRU
               3920-LER-RECEBIMENTO-EXIT.
       3200-ACUMULAR-RECEBIMENTO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> a mora e a multa pagas nas parcelas do contrato; encargo
       *> de contrato que já passou é de outro lote e derruba a
       *> extração
       *> ------------------------------------------------------
       3300-ACUMULAR-ENCARGO.
           IF EN-NUMERO-CONTRATO < AM-NUMERO-CONTRATO THEN
               DISPLAY "*** ERRO: ENCARGOS SEM CONTRATO NA "
                   "AMORTIZACAO: " EN-NUMERO-CONTRATO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE MORA-RECEBIDA = MORA-RECEBIDA + EN-MORA-PAGA.
           COMPUTE MULTA-RECEBIDA = MULTA-RECEBIDA + EN-MULTA-PAGA.
           PERFORM 3930-LER-ENCARGO THRU 3930-LER-ENCARGO-EXIT.
       3300-ACUMULAR-ENCARGO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> grava as partidas do contrato: o caixa do dia liquida os
       *> componentes na ordem da distribuição (mora, multa, juros,
       *> principal), o que ele não cobre saiu do saldo credor, e o
       *> que sobra dele vira saldo credor do cliente; cada
       *> registro é uma partida dobrada equilibrada
       *> ------------------------------------------------------
       3400-LANCAR-CONTRATO.
           COMPUTE CAIXA-DISPONIVEL ROUNDED = CAIXA-DO-CONTRATO.
           MOVE AM-NUMERO-CONTRATO TO LC-NUMERO-CONTRATO.
           MOVE TOTAL-REGISTROS TO REGISTROS-ANTES-DO-CONTRATO.
           COMPUTE VALOR-COMPONENTE ROUNDED = MORA-RECEBIDA.
           MOVE CONTA-RECEITA-ENCARGOS TO CONTA-COMPONENTE.
           MOVE "MORA RECEBIDA" TO HISTORICO-COMPONENTE.
           PERFORM 3600-LANCAR-COMPONENTE THRU
               3600-LANCAR-COMPONENTE-EXIT.
           COMPUTE VALOR-COMPONENTE ROUNDED = MULTA-RECEBIDA.
           MOVE CONTA-RECEITA-ENCARGOS TO CONTA-COMPONENTE.
           MOVE "MULTA RECEBIDA" TO HISTORICO-COMPONENTE.
           PERFORM 3600-LANCAR-COMPONENTE THRU
               3600-LANCAR-COMPONENTE-EXIT.
           COMPUTE VALOR-COMPONENTE ROUNDED = JUROS-RECEBIDOS.
           MOVE CONTA-JUROS-A-RECEBER TO CONTA-COMPONENTE.
           MOVE "JUROS RECEBIDOS DA PARCELA" TO HISTORICO-COMPONENTE.
           PERFORM 3600-LANCAR-COMPONENTE THRU
               3600-LANCAR-COMPONENTE-EXIT.
           COMPUTE VALOR-COMPONENTE ROUNDED = PRINCIPAL-RECEBIDO.
           MOVE CONTA-CARTEIRA-A-RECEBER TO CONTA-COMPONENTE.
           MOVE "PRINCIPAL RECEBIDO DA PARCELA"
               TO HISTORICO-COMPONENTE.
           PERFORM 3600-LANCAR-COMPONENTE THRU
               3600-LANCAR-COMPONENTE-EXIT.
           IF CAIXA-DISPONIVEL > 0 THEN
               MOVE CONTA-CAIXA TO LC-CONTA-DEBITO
               MOVE CONTA-SALDOS-CREDORES TO LC-CONTA-CREDITO
               MOVE CAIXA-DISPONIVEL TO LC-VALOR
               MOVE "RECEBIMENTO PARA SALDO CREDOR" TO LC-HISTORICO
               PERFORM 3700-GRAVAR-LANCAMENTO THRU
                   3700-GRAVAR-LANCAMENTO-EXIT
           END-IF.
           IF TOTAL-REGISTROS > REGISTROS-ANTES-DO-CONTRATO THEN
               ADD 1 TO TOTAL-CONTRATOS-LANCADOS
           END-IF.
       3400-LANCAR-CONTRATO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> contrato cedido: carteira e juros a receber saíram do
       *> razão na cessão, então nada do que as baixas dizem é
       *> lançado; o caixa do dia é do cessionário e fica em
       *> saldos credores até o repasse
       *> ------------------------------------------------------
       3500-LANCAR-CONTRATO-CEDIDO.
           COMPUTE CAIXA-DISPONIVEL ROUNDED = CAIXA-DO-CONTRATO.
           IF CAIXA-DISPONIVEL = 0 THEN
               GO TO 3500-LANCAR-CONTRATO-CEDIDO-EXIT
           END-IF.
           MOVE AM-NUMERO-CONTRATO TO LC-NUMERO-CONTRATO.
           MOVE CONTA-CAIXA TO LC-CONTA-DEBITO.
           MOVE CONTA-SALDOS-CREDORES TO LC-CONTA-CREDITO.
           MOVE CAIXA-DISPONIVEL TO LC-VALOR.
           MOVE "RECEBIMENTO DE CONTRATO CEDIDO" TO LC-HISTORICO.
           PERFORM 3700-GRAVAR-LANCAMENTO THRU
               3700-GRAVAR-LANCAMENTO-EXIT.
           ADD 1 TO TOTAL-CONTRATOS-CEDIDOS.
       3500-LANCAR-CONTRATO-CEDIDO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> lança um componente recebido: a parte que o caixa
       *> disponível cobre é débito no caixa, o resto é débito nos
       *> saldos credores do cliente; espera VALOR-COMPONENTE,
       *> CONTA-COMPONENTE e HISTORICO-COMPONENTE preenchidos
       *> ------------------------------------------------------
       3600-LANCAR-COMPONENTE.
           IF VALOR-COMPONENTE = 0 THEN
               GO TO 3600-LANCAR-COMPONENTE-EXIT
           END-IF.
           IF CAIXA-DISPONIVEL < VALOR-COMPONENTE THEN
               MOVE CAIXA-DISPONIVEL TO VALOR-DO-CAIXA
           ELSE
               MOVE VALOR-COMPONENTE TO VALOR-DO-CAIXA
           END-IF.
           SUBTRACT VALOR-DO-CAIXA FROM CAIXA-DISPONIVEL.
           SUBTRACT VALOR-DO-CAIXA FROM VALOR-COMPONENTE.
           MOVE CONTA-COMPONENTE TO LC-CONTA-CREDITO.
           MOVE HISTORICO-COMPONENTE TO LC-HISTORICO.
           IF VALOR-DO-CAIXA > 0 THEN
               MOVE CONTA-CAIXA TO LC-CONTA-DEBITO
               MOVE VALOR-DO-CAIXA TO LC-VALOR
               PERFORM 3700-GRAVAR-LANCAMENTO THRU
                   3700-GRAVAR-LANCAMENTO-EXIT
           END-IF.
           IF VALOR-COMPONENTE > 0 THEN
               MOVE CONTA-SALDOS-CREDORES TO LC-CONTA-DEBITO
               MOVE VALOR-COMPONENTE TO LC-VALOR
               PERFORM 3700-GRAVAR-LANCAMENTO THRU
                   3700-GRAVAR-LANCAMENTO-EXIT
           END-IF.
       3600-LANCAR-COMPONENTE-EXIT.
           EXIT.

       3700-GRAVAR-LANCAMENTO.
           MOVE 1 TO LC-TIPO.
           MOVE REFERENCIA-COMPETENCIA TO LC-COMPETENCIA.
           WRITE LANCAMENTO-REG.
           IF STATUS-LANCAMENTOS NOT = "00" THEN
               MOVE STATUS-LANCAMENTOS TO STATUS-IO-VERIFICADO
               MOVE "LANCAMENTOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1 TO TOTAL-REGISTROS.
           ADD LC-VALOR TO TOTAL-DEBITOS.
           ADD LC-VALOR TO TOTAL-CREDITOS.
       3700-GRAVAR-LANCAMENTO-EXIT.
           EXIT.

       3900-LER-AMORTIZACAO.
           READ AMORTIZACAO
               AT END
                   MOVE 1 TO FIM-AMORTIZACAO
           END-READ.
           IF (STATUS-AMORTIZACAO NOT = "00")
               AND (STATUS-AMORTIZACAO NOT = "10") THEN
               MOVE STATUS-AMORTIZACAO TO STATUS-IO-VERIFICADO
               MOVE "AMORTIZACAO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3900-LER-AMORTIZACAO-EXIT.
           EXIT.

       3910-LER-BAIXA.
           READ BAIXAS
               AT END
                   MOVE 1 TO FIM-BAIXAS
           END-READ.
           IF (STATUS-BAIXAS NOT = "00")
               AND (STATUS-BAIXAS NOT = "10") THEN
               MOVE STATUS-BAIXAS TO STATUS-IO-VERIFICADO
               MOVE "BAIXAS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3910-LER-BAIXA-EXIT.
           EXIT.

       3920-LER-RECEBIMENTO.
           READ RECEBIMENTOS
               AT END
                   MOVE 1 TO FIM-RECEBIMENTOS
           END-READ.
           IF (STATUS-RECEBIMENTOS NOT = "00")
               AND (STATUS-RECEBIMENTOS NOT = "10") THEN
               MOVE STATUS-RECEBIMENTOS TO STATUS-IO-VERIFICADO
               MOVE "RECEBIMENTOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3920-LER-RECEBIMENTO-EXIT.
           EXIT.

       3930-LER-ENCARGO.
           READ ENCARGOS
               AT END
                   MOVE 1 TO FIM-ENCARGOS
           END-READ.
           IF (STATUS-ENCARGOS NOT = "00")
               AND (STATUS-ENCARGOS NOT = "10") THEN
               MOVE STATUS-ENCARGOS TO STATUS-IO-VERIFICADO
               MOVE "ENCARGOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3930-LER-ENCARGO-EXIT.
           EXIT.

       3940-LER-PREJUIZO.
           READ PREJUIZOS
               AT END
                   MOVE 1 TO FIM-PREJUIZOS
           END-READ.
           IF (STATUS-PREJUIZOS NOT = "00")
               AND (STATUS-PREJUIZOS NOT = "10") THEN
               MOVE STATUS-PREJUIZOS TO STATUS-IO-VERIFICADO
               MOVE "PREJUIZOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3940-LER-PREJUIZO-EXIT.
           EXIT.

       3950-LER-CEDIDO.
           READ CEDIDOS
               AT END
                   MOVE 1 TO FIM-CEDIDOS
           END-READ.
           IF (STATUS-CEDIDOS NOT = "00")
               AND (STATUS-CEDIDOS NOT = "10") THEN
               MOVE STATUS-CEDIDOS TO STATUS-IO-VERIFICADO
               MOVE "CEDIDOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3950-LER-CEDIDO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> lança os recebimentos que sobraram depois do último
       *> contrato do cronograma, grava o trailer de controle
       *> (registros e somas de débitos e créditos, que têm que
       *> bater na carga do razão), fecha tudo e carimba o passo
       *> ------------------------------------------------------
       8000-FINALIZAR.
           IF OS-ARQUIVOS-ESTAO-ABERTOS THEN
               PERFORM 3050-LANCAR-NAO-IDENTIFICADO THRU
                   3050-LANCAR-NAO-IDENTIFICADO-EXIT
                   UNTIL NAO-HA-MAIS-RECEBIMENTOS
               IF NOT NAO-HA-MAIS-ENCARGOS THEN
                   DISPLAY "*** ERRO: ENCARGOS SEM CONTRATO NA "
                       "AMORTIZACAO: " EN-NUMERO-CONTRATO
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE SPACES TO TRAILER-REG
               MOVE 9 TO TR-TIPO
               MOVE REFERENCIA-COMPETENCIA TO TR-COMPETENCIA
               MOVE TOTAL-REGISTROS TO TR-TOTAL-REGISTROS
               MOVE TOTAL-DEBITOS TO TR-TOTAL-DEBITOS
               MOVE TOTAL-CREDITOS TO TR-TOTAL-CREDITOS
               WRITE TRAILER-REG
               IF STATUS-LANCAMENTOS NOT = "00" THEN
                   MOVE STATUS-LANCAMENTOS TO STATUS-IO-VERIFICADO
                   MOVE "LANCAMENTOS" TO DESCRICAO-ARQUIVO-IO
                   PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                       9000-ABORTAR-ERRO-ARQUIVO-EXIT
               END-IF
               CLOSE AMORTIZACAO
               CLOSE BAIXAS
               CLOSE RECEBIMENTOS
               CLOSE ENCARGOS
               IF HA-ARQUIVO-DE-PREJUIZOS THEN
                   CLOSE PREJUIZOS
               END-IF
               IF HA-ARQUIVO-DE-CEDIDOS THEN
                   CLOSE CEDIDOS
               END-IF
               CLOSE LANCAMENTOS
               DISPLAY "LANCAMENTOS DA COBRANCA DO MOVIMENTO "
                   DATA-REFERENCIA ": " TOTAL-REGISTROS
                   " REGISTRO(S) DE " TOTAL-CONTRATOS-LANCADOS
                   " CONTRATO(S), " TOTAL-NAO-IDENTIFICADOS
                   " RECEBIMENTO(S) A IDENTIFICAR"
               DISPLAY "RECEBIMENTOS DE CONTRATOS EM PREJUIZO "
                   "DEIXADOS PARA A RECUPERACAO: "
                   TOTAL-RECEBIMENTOS-EM-PREJUIZO
               DISPLAY "CONTRATOS CEDIDOS COM RECEBIMENTO LANCADO EM "
                   "SALDOS CREDORES PARA REPASSE: "
                   TOTAL-CONTRATOS-CEDIDOS
               IF RETURN-CODE = 0 THEN
                   PERFORM 8500-CARIMBAR-CONTROLE THRU
                       8500-CARIMBAR-CONTROLE-EXIT
               END-IF
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> carimba o lançamento da cobrança no registro de
       *> controle, preservando o que a esteira já marcou para o
       *> movimento
       *> ------------------------------------------------------
       8500-CARIMBAR-CONTROLE.
           OPEN OUTPUT CONTROLE.
           IF STATUS-CONTROLE NOT = "00" THEN
               MOVE STATUS-CONTROLE TO STATUS-IO-VERIFICADO
               MOVE "CONTROLE" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           MOVE CONTROLE-SALVO TO CONTROLE-REG.
           MOVE 1 TO LT-CAIXA-FECHADO.
           WRITE CONTROLE-REG.
           IF STATUS-CONTROLE NOT = "00" THEN
               MOVE STATUS-CONTROLE TO STATUS-IO-VERIFICADO
               MOVE "CONTROLE" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           CLOSE CONTROLE.
       8500-CARIMBAR-CONTROLE-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> aborta a extração por falha de E/S; espera
       *> DESCRICAO-ARQUIVO-IO e STATUS-IO-VERIFICADO preenchidos
       *> ------------------------------------------------------
       9000-ABORTAR-ERRO-ARQUIVO.
           DISPLAY "*** ERRO DE E/S EM " DESCRICAO-ARQUIVO-IO
               ": FILE STATUS " STATUS-IO-VERIFICADO
           MOVE 16 TO RETURN-CODE
           GOBACK.
       9000-ABORTAR-ERRO-ARQUIVO-EXIT.
           EXIT.
       END PROGRAM CAIXA.
