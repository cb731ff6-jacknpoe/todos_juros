       *> provisionamento manual feito em planilha sobre o
       *> RELATORIO-ATRASO impresso
       *> Versão 0.1: 03/09/2026: primeira versão
       *> Versão 0.2: 15/10/2026: baixa para prejuízo: contrato no
       *>             rating H com atraso acima de DIAS-PARA-PREJUIZO
       *>             (seis meses no rating H) é baixado contra a
       *>             provisão (partida de provisão para créditos
       *>             contra a carteira a receber no mesmo arquivo de
       *>             lançamentos), acrescentado ao arquivo de
       *>             contratos em prejuízo (PREJUIZOS, com a versão
       *>             nova em PREJUIZOS-NOVO) e carimbado no
       *>             MESTRE-CONTRATOS; contrato já baixado fica fora
       *>             da provisão e do relatório por rating
       *> Versão 0.3: 15/10/2026: grava o rating de cada contrato
       *>             avaliado (arquivo RATINGS-PROVISAO) para a
       *>             exportação mensal ao SCR
       *> Versão 0.4: 15/10/2026: contrato cedido a outra instituição
       *>             (arquivo CONTRATOS-CEDIDOS do CESSAO) só
       *>             consome as suas baixas e fica fora do rating,
       *>             da provisão e da baixa para prejuízo
       *> Versão 0.5: 15/10/2026: a baixa para prejuízo tira do razão
       *>             o valor contábil do contrato na data de corte,
       *>             repartido como no CAIXA: o principal em aberto
       *>             sai da carteira a receber e o juro apropriado e
       *>             não pago sai dos juros a receber; a provisão
       *>             que passa do valor contábil (o juro ainda não
       *>             apropriado) é revertida, e o valor baixado no
       *>             arquivo de prejuízos é o valor contábil

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISAO.
           SELECT LANCAMENTOS ASSIGN TO "LANCAMENTOS-PROVISAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-LANCAMENTOS.
           *> contratos já baixados para prejuízo nas execuções
           *> anteriores; na primeira baixa o arquivo não existe
           SELECT PREJUIZOS ASSIGN TO "PREJUIZOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-PREJUIZOS.
           *> contratos em prejuízo depois desta execução, que
           *> substitui o anterior no fim do job
           SELECT PREJUIZOS-NOVO ASSIGN TO "PREJUIZOS-NOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-PREJUIZOS-NOVO.
           *> contratos cedidos, em ordem ascendente de contrato;
           *> opcional: ausente, nenhum foi cedido
           SELECT CEDIDOS ASSIGN TO "CONTRATOS-CEDIDOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-CEDIDOS.
           *> mestre indexado de contratos, onde a baixa para
           *> prejuízo é carimbada
           SELECT MESTRE ASSIGN TO "MESTRE-CONTRATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MC-NUMERO-CONTRATO
               FILE STATUS IS STATUS-MESTRE.
           *> rating de cada contrato avaliado, para a exportação
           *> mensal ao SCR
           SELECT RATINGS ASSIGN TO "RATINGS-PROVISAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-RATINGS.
           *> relatório de provisão por faixa de rating
           SELECT RELATORIO ASSIGN TO "RELATORIO-PROVISAO"
               ORGANIZATION IS LINE SEQUENTIAL
           05  TR-TOTAL-CREDITOS           PICTURE 9(11)V99.
           05  FILLER                      PICTURE X(37).

       FD  PREJUIZOS
           LABEL RECORDS ARE STANDARD.
       COPY PREJUIZO.

       FD  PREJUIZOS-NOVO
           LABEL RECORDS ARE STANDARD.
       COPY PREJUIZO REPLACING
           ==PREJUIZO-REG== BY ==PREJUIZO-NOVO-REG==
           LEADING ==PJ== BY ==PN==.

       FD  CEDIDOS
           LABEL RECORDS ARE STANDARD.
       COPY CEDIDO.

       FD  MESTRE
           LABEL RECORDS ARE STANDARD.
       COPY MESTRECT.

       FD  RATINGS
           LABEL RECORDS ARE STANDARD.
       COPY RATING.

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  RELATORIO-LINHA                 PICTURE X(132).
       LOCAL-STORAGE SECTION.
       *> quantidade de ratings da escada de provisão
       78  TOTAL-DE-RATINGS VALUE 9.
       *> regra de baixa para prejuízo: contrato no rating H (o
       *> último degrau) com atraso acima deste limite, isto é,
       *> seis meses depois de entrar no rating H
       78  DIAS-PARA-PREJUIZO VALUE 360.

       *> contas contábeis do plano de contas do razão
       01  CONTA-DESPESA-PROVISAO          PICTURE X(10)
                                           VALUE "8102001".
       01  CONTA-PROVISAO-CREDITOS         PICTURE X(10)
                                           VALUE "1109001".
       01  CONTA-CARTEIRA-A-RECEBER        PICTURE X(10)
                                           VALUE "1101001".
       01  CONTA-JUROS-A-RECEBER           PICTURE X(10)
                                           VALUE "1102001".

       *> data de corte pedida ao operador e a competência dela,
       *> como na extração contábil
       01  PROVISAO-CONTRATO               COMP-2.
       01  VALOR-LANCAMENTO                PICTURE 9(11)V99.

       *> valor contábil do contrato na data de corte, para a
       *> baixa para prejuízo: principal em aberto e juro
       *> apropriado em dias corridos até o corte e não pago; a
       *> janela da parcela corrente fica no espaço de dias
       *> inteiros de INTEGER-OF-DATE
       01  INICIO-PARCELA-INTEIRO          PICTURE 9(8).
       01  FIM-PARCELA-INTEIRO             PICTURE 9(8).
       01  DIAS-DA-PARCELA                 PICTURE S9(8).
       01  DIAS-DECORRIDOS                 PICTURE S9(8).
       01  VALOR-ESPERADO                  COMP-2.
       01  JUROS-APROPRIADOS               COMP-2.
       01  JUROS-PAGOS                     COMP-2.
       01  PRINCIPAL-EM-ABERTO             COMP-2.
       01  JUROS-EM-ABERTO                 COMP-2.
       01  PRINCIPAL-CONTABIL              COMP-2.
       01  JUROS-CONTABIL                  COMP-2.
       01  VALOR-PRINCIPAL-BAIXADO         PICTURE 9(11)V99.
       01  VALOR-JUROS-BAIXADOS            PICTURE 9(11)V99.
       01  VALOR-REVERSAO                  PICTURE 9(11)V99.

       *> totais de controle do arquivo de interface
       01  TOTAL-REGISTROS                 PICTURE 9(9) VALUE 0.
       01  TOTAL-DEBITOS                   PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-CONTRATOS-LIDOS           PICTURE 9(9) VALUE 0.
       01  TOTAL-EXPOSICAO                 COMP-2 VALUE 0.0.
       01  TOTAL-PROVISAO                  COMP-2 VALUE 0.0.
       01  TOTAL-BAIXADOS-PREJUIZO         PICTURE 9(9) VALUE 0.
       01  TOTAL-VALOR-BAIXADO             PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-JA-EM-PREJUIZO            PICTURE 9(9) VALUE 0.
       01  TOTAL-CEDIDOS                   PICTURE 9(9) VALUE 0.
       01  TOTAL-FORA-DO-MESTRE            PICTURE 9(9) VALUE 0.

       *> controle de arquivos
       01  FIM-AMORTIZACAO                 PICTURE 9(1) VALUE 0.
       01  STATUS-BAIXAS                   PICTURE X(2).
       01  STATUS-LANCAMENTOS              PICTURE X(2).
       01  STATUS-RELATORIO                PICTURE X(2).
       01  FIM-PREJUIZOS                   PICTURE 9(1) VALUE 1.
           88  NAO-HA-MAIS-PREJUIZOS       VALUE 1.
       01  STATUS-PREJUIZOS                PICTURE X(2).
       01  STATUS-PREJUIZOS-NOVO           PICTURE X(2).
       01  FIM-CEDIDOS                     PICTURE 9(1) VALUE 1.
           88  NAO-HA-MAIS-CEDIDOS         VALUE 1.
       01  STATUS-CEDIDOS                  PICTURE X(2).
       01  STATUS-MESTRE                   PICTURE X(2).
       01  STATUS-RATINGS                  PICTURE X(2).
       01  ARQUIVOS-ABERTOS                PICTURE 9(1) VALUE 0.
           88  OS-ARQUIVOS-ESTAO-ABERTOS   VALUE 1.

       *> liga quando existe o arquivo de contratos em prejuízo
       *> das execuções anteriores e ele abriu
       01  PREJUIZOS-DISPONIVEIS           PICTURE 9(1) VALUE 0.
           88  HA-PREJUIZOS-ANTERIORES     VALUE 1.
       *> liga quando o contrato corrente já foi baixado para
       *> prejuízo numa execução anterior
       01  SITUACAO-PREJUIZO               PICTURE 9(1) VALUE 0.
           88  CONTRATO-EM-PREJUIZO        VALUE 1.
       *> liga quando o arquivo de contratos cedidos existe e
       *> abriu, e quando o contrato corrente está nele
       01  CEDIDOS-DISPONIVEIS             PICTURE 9(1) VALUE 0.
           88  HA-ARQUIVO-DE-CEDIDOS       VALUE 1.
       01  SITUACAO-CEDIDO                 PICTURE 9(1) VALUE 0.
           88  CONTRATO-CEDIDO             VALUE 1.

       *> campos comuns para relatar e abortar num erro de E/S
       01  STATUS-IO-VERIFICADO            PICTURE X(2).
       01  DESCRICAO-ARQUIVO-IO            PICTURE X(20).
           05  TOT-EXPOSICAO PICTURE Z(9)9.9999.
           05  FILLER PICTURE X(12) VALUE "  PROVISAO: ".
           05  TOT-PROVISAO PICTURE Z(9)9.9999.
       01  LINHA-PREJUIZO.
           05  FILLER PICTURE X(23) VALUE "BAIXADOS PARA PREJUIZO:".
           05  PRJ-CONTRATOS PICTURE Z(8)9.
           05  FILLER PICTURE X(9) VALUE "  VALOR: ".
           05  PRJ-VALOR PICTURE Z(10)9.99.
           05  FILLER PICTURE X(36)
                   VALUE "  JA EM PREJUIZO (FORA DA PROVISAO):".
           05  PRJ-ANTERIORES PICTURE Z(8)9.
       01  LINHA-CEDIDOS.
           05  FILLER PICTURE X(27)
                   VALUE "CEDIDOS (FORA DA PROVISAO):".
           05  CED-CONTRATOS PICTURE Z(8)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           *> sem contratos em prejuízo anteriores (primeira baixa)
           *> a provisão segue como se o arquivo estivesse vazio
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
           *> sem contratos cedidos (nenhuma cessão confirmada) a
           *> provisão segue como se o arquivo estivesse vazio
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
           OPEN OUTPUT PREJUIZOS-NOVO.
           IF STATUS-PREJUIZOS-NOVO NOT = "00" THEN
               MOVE STATUS-PREJUIZOS-NOVO TO STATUS-IO-VERIFICADO
               MOVE "PREJUIZOS-NOVO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN OUTPUT RATINGS.
           IF STATUS-RATINGS NOT = "00" THEN
               MOVE STATUS-RATINGS TO STATUS-IO-VERIFICADO
               MOVE "RATINGS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN I-O MESTRE.
           IF STATUS-MESTRE NOT = "00" THEN
               MOVE STATUS-MESTRE TO STATUS-IO-VERIFICADO
               MOVE "MESTRE" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           MOVE 1 TO ARQUIVOS-ABERTOS.
           PERFORM 3900-LER-AMORTIZACAO THRU
               3900-LER-AMORTIZACAO-EXIT.
           PERFORM 3910-LER-BAIXA THRU 3910-LER-BAIXA-EXIT.
           IF NOT NAO-HA-MAIS-PREJUIZOS THEN
               PERFORM 3920-LER-PREJUIZO THRU
                   3920-LER-PREJUIZO-EXIT
           END-IF.
           IF HA-ARQUIVO-DE-CEDIDOS THEN
               PERFORM 3930-LER-CEDIDO THRU 3930-LER-CEDIDO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

       *> consome as baixas do contrato corrente (uma por parcela,
       *> na mesma ordem do cronograma), acumulando a exposição em
       *> aberto e o pior atraso; cronograma sem baixa quer dizer
       *> que AMORTIZACAO e BAIXAS não são do mesmo lote; contrato
       *> já baixado para prejuízo ou cedido só consome as suas
       *> baixas e fica fora da provisão
       *> ------------------------------------------------------
       3100-PROVISIONAR-UM-CONTRATO.
           PERFORM 3050-POSICIONAR-PREJUIZO THRU
               3050-POSICIONAR-PREJUIZO-EXIT.
           MOVE 0 TO SITUACAO-CEDIDO.
           PERFORM 3930-LER-CEDIDO THRU 3930-LER-CEDIDO-EXIT
               UNTIL NAO-HA-MAIS-CEDIDOS OR
                   (CD-NUMERO-CONTRATO >= AM-NUMERO-CONTRATO).
           IF (NOT NAO-HA-MAIS-CEDIDOS) AND
               (CD-NUMERO-CONTRATO = AM-NUMERO-CONTRATO) THEN
               MOVE 1 TO SITUACAO-CEDIDO
           END-IF.
           MOVE 0.0 TO EXPOSICAO-CONTRATO.
           MOVE 0 TO PIOR-ATRASO.
           MOVE 0.0 TO PRINCIPAL-CONTABIL.
           MOVE 0.0 TO JUROS-CONTABIL.
           MOVE 0 TO INICIO-PARCELA-INTEIRO.
           PERFORM 3200-AVALIAR-UMA-PARCELA THRU
               3200-AVALIAR-UMA-PARCELA-EXIT
               VARYING INDICE FROM 1 BY 1
               UNTIL INDICE > AM-QUANTIDADE.
           IF CONTRATO-EM-PREJUIZO THEN
               ADD 1 TO TOTAL-JA-EM-PREJUIZO
               GO TO 3100-PROVISIONAR-UM-CONTRATO-EXIT
           END-IF.
           IF CONTRATO-CEDIDO THEN
               ADD 1 TO TOTAL-CEDIDOS
               GO TO 3100-PROVISIONAR-UM-CONTRATO-EXIT
           END-IF.
           ADD 1 TO TOTAL-CONTRATOS-LIDOS.
           PERFORM 3300-CLASSIFICAR-RATING THRU
               3300-CLASSIFICAR-RATING-EXIT.
           PERFORM 3400-ACUMULAR-E-LANCAR THRU
               3400-ACUMULAR-E-LANCAR-EXIT.
           PERFORM 3450-GRAVAR-RATING THRU 3450-GRAVAR-RATING-EXIT.
           PERFORM 3500-BAIXAR-PARA-PREJUIZO THRU
               3500-BAIXAR-PARA-PREJUIZO-EXIT.
       3100-PROVISIONAR-UM-CONTRATO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> posiciona o arquivo de contratos em prejuízo (em ordem
       *> ascendente) no contrato corrente: os registros passam
       *> adiante intactos para o arquivo novo, e o do contrato
       *> corrente, se houver, marca o contrato como já baixado
       *> ------------------------------------------------------
       3050-POSICIONAR-PREJUIZO.
           MOVE 0 TO SITUACAO-PREJUIZO.
           PERFORM UNTIL NAO-HA-MAIS-PREJUIZOS OR
               (PJ-NUMERO-CONTRATO >= AM-NUMERO-CONTRATO)
               PERFORM 3060-TRANSPORTAR-PREJUIZO THRU
                   3060-TRANSPORTAR-PREJUIZO-EXIT
           END-PERFORM.
           IF NAO-HA-MAIS-PREJUIZOS OR
               (PJ-NUMERO-CONTRATO NOT = AM-NUMERO-CONTRATO) THEN
               GO TO 3050-POSICIONAR-PREJUIZO-EXIT
           END-IF.
           MOVE 1 TO SITUACAO-PREJUIZO.
           PERFORM 3060-TRANSPORTAR-PREJUIZO THRU
               3060-TRANSPORTAR-PREJUIZO-EXIT.
       3050-POSICIONAR-PREJUIZO-EXIT.
           EXIT.

       3060-TRANSPORTAR-PREJUIZO.
           MOVE PREJUIZO-REG TO PREJUIZO-NOVO-REG.
           PERFORM 3560-ESCREVER-PREJUIZO THRU
               3560-ESCREVER-PREJUIZO-EXIT.
           PERFORM 3920-LER-PREJUIZO THRU 3920-LER-PREJUIZO-EXIT.
       3060-TRANSPORTAR-PREJUIZO-EXIT.
           EXIT.

       3200-AVALIAR-UMA-PARCELA.
           IF NAO-HA-MAIS-BAIXAS OR
               (BX-NUMERO-CONTRATO NOT = AM-NUMERO-CONTRATO) OR
           IF BX-DIAS-ATRASO > PIOR-ATRASO THEN
               MOVE BX-DIAS-ATRASO TO PIOR-ATRASO
           END-IF.
           PERFORM 3250-APURAR-VALOR-CONTABIL THRU
               3250-APURAR-VALOR-CONTABIL-EXIT.
           PERFORM 3910-LER-BAIXA THRU 3910-LER-BAIXA-EXIT.
       3200-AVALIAR-UMA-PARCELA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> valor contábil da parcela na data de corte, como no
       *> 3510-VENDER-PARCELA do CESSAO: o juro corre em dias
       *> corridos do vencimento da parcela anterior ao dela
       *> (apropriado inteiro se ela venceu até o corte) e o pago
       *> se reparte entre juro e principal na proporção do
       *> esperado, como no CAIXA. O cronograma não traz o
       *> desembolso: a primeira parcela conta como apropriada só
       *> depois de vencida, o que não pesa na baixa, que só
       *> alcança contrato com parcela vencida há mais de
       *> DIAS-PARA-PREJUIZO
       *> ------------------------------------------------------
       3250-APURAR-VALOR-CONTABIL.
           COMPUTE FIM-PARCELA-INTEIRO = FUNCTION INTEGER-OF-DATE
               (AM-DATA-VENCIMENTO (INDICE)).
           IF INICIO-PARCELA-INTEIRO = 0 THEN
               MOVE FIM-PARCELA-INTEIRO TO INICIO-PARCELA-INTEIRO
           END-IF.
           IF BX-QUITADA THEN
               GO TO 3250-APURAR-VALOR-CONTABIL-PROXIMA
           END-IF.
           COMPUTE DIAS-DA-PARCELA =
               FIM-PARCELA-INTEIRO - INICIO-PARCELA-INTEIRO.
           COMPUTE DIAS-DECORRIDOS =
               CORTE-INTEIRO - INICIO-PARCELA-INTEIRO.
           IF CORTE-INTEIRO >= FIM-PARCELA-INTEIRO THEN
               MOVE AM-JUROS-ACUMULADO (INDICE) TO JUROS-APROPRIADOS
           ELSE
               IF (DIAS-DA-PARCELA > 0) AND (DIAS-DECORRIDOS > 0) THEN
                   COMPUTE JUROS-APROPRIADOS =
                       AM-JUROS-ACUMULADO (INDICE)
                       * DIAS-DECORRIDOS / DIAS-DA-PARCELA
               ELSE
                   MOVE 0.0 TO JUROS-APROPRIADOS
               END-IF
           END-IF.
           COMPUTE VALOR-ESPERADO = AM-VALOR-DESCONTADO (INDICE)
               + AM-JUROS-ACUMULADO (INDICE).
           MOVE 0.0 TO JUROS-PAGOS.
           IF VALOR-ESPERADO > 0.0 THEN
               COMPUTE JUROS-PAGOS = BX-VALOR-PAGO
                   * AM-JUROS-ACUMULADO (INDICE) / VALOR-ESPERADO
           END-IF.
           COMPUTE PRINCIPAL-EM-ABERTO = AM-VALOR-DESCONTADO (INDICE)
               - (BX-VALOR-PAGO - JUROS-PAGOS).
           IF PRINCIPAL-EM-ABERTO > 0.0 THEN
               COMPUTE PRINCIPAL-CONTABIL =
                   PRINCIPAL-CONTABIL + PRINCIPAL-EM-ABERTO
           END-IF.
           COMPUTE JUROS-EM-ABERTO = JUROS-APROPRIADOS - JUROS-PAGOS.
           IF JUROS-EM-ABERTO > 0.0 THEN
               COMPUTE JUROS-CONTABIL =
                   JUROS-CONTABIL + JUROS-EM-ABERTO
           END-IF.
       3250-APURAR-VALOR-CONTABIL-PROXIMA.
           *> a próxima parcela corre a partir do vencimento desta
           MOVE FIM-PARCELA-INTEIRO TO INICIO-PARCELA-INTEIRO.
       3250-APURAR-VALOR-CONTABIL-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> primeiro degrau da escada cujo atraso máximo comporta o
       *> pior atraso do contrato; o último degrau (H) não tem teto
       3400-ACUMULAR-E-LANCAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> grava o rating do contrato com a exposição e a provisão
       *> que entraram no relatório
       *> ------------------------------------------------------
       3450-GRAVAR-RATING.
           MOVE AM-NUMERO-CONTRATO TO RA-NUMERO-CONTRATO.
           MOVE CORTE-COMPETENCIA TO RA-COMPETENCIA.
           MOVE RATING-NOME (RATING-DO-CONTRATO) TO RA-RATING.
           MOVE PIOR-ATRASO TO RA-PIOR-ATRASO.
           MOVE EXPOSICAO-CONTRATO TO RA-EXPOSICAO.
           MOVE PROVISAO-CONTRATO TO RA-PROVISAO.
           WRITE RATING-REG.
           IF STATUS-RATINGS NOT = "00" THEN
               MOVE STATUS-RATINGS TO STATUS-IO-VERIFICADO
               MOVE "RATINGS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3450-GRAVAR-RATING-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> regra de baixa: contrato no último degrau (H), com
       *> atraso acima de DIAS-PARA-PREJUIZO e provisão lançada,
       *> é baixado contra a provisão que acabou de receber: o
       *> principal em aberto contra a carteira a receber e o
       *> juro apropriado e não pago contra os juros a receber; a
       *> provisão acima desse valor contábil (juro que ainda não
       *> foi apropriado) volta para a despesa de provisão. O
       *> contrato entra no arquivo de contratos em prejuízo pelo
       *> valor contábil baixado e é carimbado no mestre com a
       *> data de corte
       *> ------------------------------------------------------
       3500-BAIXAR-PARA-PREJUIZO.
           IF (RATING-DO-CONTRATO NOT = TOTAL-DE-RATINGS) OR
               (PIOR-ATRASO NOT > DIAS-PARA-PREJUIZO) OR
               (VALOR-LANCAMENTO = 0) THEN
               GO TO 3500-BAIXAR-PARA-PREJUIZO-EXIT
           END-IF.
           COMPUTE VALOR-PRINCIPAL-BAIXADO ROUNDED = PRINCIPAL-CONTABIL.
           COMPUTE VALOR-JUROS-BAIXADOS ROUNDED = JUROS-CONTABIL.
           *> o valor contábil não passa da provisão (a exposição
           *> inteira): a sobra de arredondamento sai dos juros
           IF VALOR-PRINCIPAL-BAIXADO > VALOR-LANCAMENTO THEN
               MOVE VALOR-LANCAMENTO TO VALOR-PRINCIPAL-BAIXADO
           END-IF.
           IF VALOR-PRINCIPAL-BAIXADO + VALOR-JUROS-BAIXADOS
               > VALOR-LANCAMENTO THEN
               COMPUTE VALOR-JUROS-BAIXADOS =
                   VALOR-LANCAMENTO - VALOR-PRINCIPAL-BAIXADO
           END-IF.
           COMPUTE VALOR-REVERSAO = VALOR-LANCAMENTO
               - VALOR-PRINCIPAL-BAIXADO - VALOR-JUROS-BAIXADOS.
           MOVE 1 TO LC-TIPO.
           MOVE CORTE-COMPETENCIA TO LC-COMPETENCIA.
           MOVE AM-NUMERO-CONTRATO TO LC-NUMERO-CONTRATO.
           MOVE CONTA-PROVISAO-CREDITOS TO LC-CONTA-DEBITO.
           IF VALOR-PRINCIPAL-BAIXADO > 0 THEN
               MOVE CONTA-CARTEIRA-A-RECEBER TO LC-CONTA-CREDITO
               MOVE VALOR-PRINCIPAL-BAIXADO TO LC-VALOR
               MOVE "BAIXA PARA PREJUIZO" TO LC-HISTORICO
               PERFORM 3570-GRAVAR-LANCAMENTO THRU
                   3570-GRAVAR-LANCAMENTO-EXIT
           END-IF.
           IF VALOR-JUROS-BAIXADOS > 0 THEN
               MOVE CONTA-JUROS-A-RECEBER TO LC-CONTA-CREDITO
               MOVE VALOR-JUROS-BAIXADOS TO LC-VALOR
               MOVE "BAIXA PARA PREJUIZO JUROS" TO LC-HISTORICO
               PERFORM 3570-GRAVAR-LANCAMENTO THRU
                   3570-GRAVAR-LANCAMENTO-EXIT
           END-IF.
           IF VALOR-REVERSAO > 0 THEN
               MOVE CONTA-DESPESA-PROVISAO TO LC-CONTA-CREDITO
               MOVE VALOR-REVERSAO TO LC-VALOR
               MOVE "REVERSAO PROVISAO EXCEDENTE" TO LC-HISTORICO
               PERFORM 3570-GRAVAR-LANCAMENTO THRU
                   3570-GRAVAR-LANCAMENTO-EXIT
           END-IF.
           ADD 1 TO TOTAL-BAIXADOS-PREJUIZO.
           MOVE AM-NUMERO-CONTRATO TO PN-NUMERO-CONTRATO.
           MOVE DATA-CORTE TO PN-DATA-PREJUIZO.
           MOVE PIOR-ATRASO TO PN-PIOR-ATRASO.
           COMPUTE PN-VALOR-BAIXADO =
               VALOR-PRINCIPAL-BAIXADO + VALOR-JUROS-BAIXADOS.
           ADD PN-VALOR-BAIXADO TO TOTAL-VALOR-BAIXADO.
           MOVE 0 TO PN-VALOR-RECUPERADO.
           MOVE 0 TO PN-DATA-ULTIMA-RECUPERACAO.
           PERFORM 3560-ESCREVER-PREJUIZO THRU
               3560-ESCREVER-PREJUIZO-EXIT.
           PERFORM 3550-CARIMBAR-MESTRE THRU
               3550-CARIMBAR-MESTRE-EXIT.
       3500-BAIXAR-PARA-PREJUIZO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> carimba a baixa no mestre; contrato do cronograma que
       *> não está no mestre não impede a baixa (o arquivo de
       *> prejuízos é que tira o contrato da cobrança), mas sai
       *> no console e devolve código de retorno 4
       *> ------------------------------------------------------
       3550-CARIMBAR-MESTRE.
           MOVE AM-NUMERO-CONTRATO TO MC-NUMERO-CONTRATO.
           READ MESTRE.
           IF STATUS-MESTRE = "23" THEN
               DISPLAY "*** CONTRATO " AM-NUMERO-CONTRATO
                   " BAIXADO PARA PREJUIZO NAO ESTA NO MESTRE"
               ADD 1 TO TOTAL-FORA-DO-MESTRE
               GO TO 3550-CARIMBAR-MESTRE-EXIT
           END-IF.
           IF STATUS-MESTRE NOT = "00" THEN
               MOVE STATUS-MESTRE TO STATUS-IO-VERIFICADO
               MOVE "MESTRE" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           MOVE DATA-CORTE TO MC-DATA-PREJUIZO.
           REWRITE MESTRE-REG.
           IF STATUS-MESTRE NOT = "00" THEN
               MOVE STATUS-MESTRE TO STATUS-IO-VERIFICADO
               MOVE "MESTRE" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3550-CARIMBAR-MESTRE-EXIT.
           EXIT.

       3560-ESCREVER-PREJUIZO.
           WRITE PREJUIZO-NOVO-REG.
           IF STATUS-PREJUIZOS-NOVO NOT = "00" THEN
               MOVE STATUS-PREJUIZOS-NOVO TO STATUS-IO-VERIFICADO
               MOVE "PREJUIZOS-NOVO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3560-ESCREVER-PREJUIZO-EXIT.
           EXIT.

       3570-GRAVAR-LANCAMENTO.
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
       3570-GRAVAR-LANCAMENTO-EXIT.
           EXIT.

       3900-LER-AMORTIZACAO.
           READ AMORTIZACAO
               AT END
       3910-LER-BAIXA-EXIT.
           EXIT.

       3920-LER-PREJUIZO.
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
       3920-LER-PREJUIZO-EXIT.
           EXIT.

       3930-LER-CEDIDO.
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
       3930-LER-CEDIDO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> passa adiante os contratos em prejuízo que sobraram,
       *> imprime o relatório por rating e a linha das baixas para
       *> prejuízo, grava o trailer de controle (débitos e
       *> créditos têm que bater na carga do razão) e fecha tudo;
       *> baixa de contrato fora do mestre devolve código 4
       *> ------------------------------------------------------
       8000-FINALIZAR.
           IF OS-ARQUIVOS-ESTAO-ABERTOS THEN
               PERFORM 3060-TRANSPORTAR-PREJUIZO THRU
                   3060-TRANSPORTAR-PREJUIZO-EXIT
                   UNTIL NAO-HA-MAIS-PREJUIZOS
               MOVE CORTE-COMPETENCIA TO CAB-COMPETENCIA
               WRITE RELATORIO-LINHA FROM LINHA-CABECALHO-1
               PERFORM 9010-VERIFICA-RELATORIO THRU
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               WRITE RELATORIO-LINHA FROM LINHA-TOTAL
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               MOVE TOTAL-BAIXADOS-PREJUIZO TO PRJ-CONTRATOS
               MOVE TOTAL-VALOR-BAIXADO TO PRJ-VALOR
               MOVE TOTAL-JA-EM-PREJUIZO TO PRJ-ANTERIORES
               WRITE RELATORIO-LINHA FROM LINHA-PREJUIZO
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               MOVE TOTAL-CEDIDOS TO CED-CONTRATOS
               WRITE RELATORIO-LINHA FROM LINHA-CEDIDOS
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               MOVE SPACES TO TRAILER-REG
               CLOSE BAIXAS
               CLOSE LANCAMENTOS
               CLOSE RELATORIO
               IF HA-PREJUIZOS-ANTERIORES THEN
                   CLOSE PREJUIZOS
               END-IF
               IF HA-ARQUIVO-DE-CEDIDOS THEN
                   CLOSE CEDIDOS
               END-IF
               CLOSE PREJUIZOS-NOVO
               CLOSE RATINGS
               CLOSE MESTRE
               DISPLAY "PROVISAO DA COMPETENCIA " CORTE-COMPETENCIA
                   ": " TOTAL-REGISTROS " LANCAMENTO(S) DE "
                   TOTAL-CONTRATOS-LIDOS " CONTRATO(S), "
                   TOTAL-BAIXADOS-PREJUIZO
                   " BAIXADO(S) PARA PREJUIZO"
               IF (RETURN-CODE = 0) AND
                   (TOTAL-FORA-DO-MESTRE > 0) THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.
