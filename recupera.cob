       *> Recuperação de créditos baixados para prejuízo: roda depois
       *> do COBRANCA, casa o arquivo de contratos em prejuízo
       *> (PREJUIZOS, do PROVISAO) com os recebimentos que a baixa
       *> desviou para a recuperação (RECUPERACOES), os dois em ordem
       *> ascendente de contrato; grava em LANCAMENTOS-RECUPERACAO, no
       *> mesmo layout LANCAMENTOS da extração contábil e com trailer
       *> equilibrado, a receita de recuperação (débito no caixa,
       *> crédito em recuperação de créditos baixados), acumula o
       *> recuperado no contrato (com a versão nova em PREJUIZOS-NOVO,
       *> que substitui a anterior no fim do job) e imprime o
       *> relatório de recuperação por safra de baixa (mês em que o
       *> contrato foi baixado): contratos, valor baixado, recuperado
       *> no dia e recuperado acumulado. Recebimento de contrato que
       *> não está em PREJUIZOS entra como recebimento a identificar,
       *> como na extração da cobrança, e devolve código 4
       *> Versão 0.1: 15/10/2026: primeira versão

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA.
       AUTHOR. Ricardo Erick Rebêlo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> contratos baixados para prejuízo, em ordem ascendente
           *> de contrato; opcional: ausente, nenhum foi baixado
           SELECT PREJUIZOS ASSIGN TO "PREJUIZOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-PREJUIZOS.
           *> contratos em prejuízo com o recuperado até hoje, que
           *> substitui o anterior no fim do job
           SELECT PREJUIZOS-NOVO ASSIGN TO "PREJUIZOS-NOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-PREJUIZOS-NOVO.
           *> recebimentos dos contratos em prejuízo desviados pela
           *> baixa, em ordem ascendente de contrato e parcela
           SELECT RECUPERACOES ASSIGN TO "RECUPERACOES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-RECUPERACOES.
           *> partidas da recuperação na interface do razão, no
           *> mesmo layout do LANCAMENTOS do CONTABIL
           SELECT LANCAMENTOS ASSIGN TO "LANCAMENTOS-RECUPERACAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-LANCAMENTOS.
           *> relatório de recuperação por safra de baixa
           SELECT RELATORIO ASSIGN TO "RELATORIO-RECUPERACAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PREJUIZOS
           LABEL RECORDS ARE STANDARD.
       COPY PREJUIZO.

       FD  PREJUIZOS-NOVO
           LABEL RECORDS ARE STANDARD.
       COPY PREJUIZO REPLACING
           ==PREJUIZO-REG== BY ==PREJUIZO-NOVO-REG==
           LEADING ==PJ== BY ==PN==.

       FD  RECUPERACOES
           LABEL RECORDS ARE STANDARD.
       COPY RECUPER.

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

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  RELATORIO-LINHA                 PICTURE X(132).

       LOCAL-STORAGE SECTION.
       *> safras de baixa guardadas para o relatório (dez anos de
       *> meses com folga)
       78  SAFRAS-MAXIMAS VALUE 240.

       *> contas contábeis do plano de contas do razão
       01  CONTA-CAIXA                     PICTURE X(10)
                                           VALUE "1001001".
       01  CONTA-SALDOS-CREDORES           PICTURE X(10)
                                           VALUE "2106001".
       01  CONTA-RECEITA-RECUPERACAO       PICTURE X(10)
                                           VALUE "4103001".

       *> data da execução e a competência dela
       01  DATA-REFERENCIA                 PICTURE 9(8).
       01  DATA-REFERENCIA-R REDEFINES DATA-REFERENCIA.
           05  REFERENCIA-COMPETENCIA      PICTURE 9(6).
           05  REFERENCIA-DIA              PICTURE 9(2).

       *> safras de baixa em ordem ascendente: contratos, valor
       *> baixado, recuperado no dia e recuperado acumulado
       01  QUANTIDADE-SAFRAS               PICTURE 9(4) VALUE 0.
       01  TABELA-SAFRAS.
           05  SAFRA-CARREGADA OCCURS SAFRAS-MAXIMAS TIMES.
               10  SF-SAFRA                PICTURE 9(6).
               10  SF-CONTRATOS            PICTURE 9(9).
               10  SF-VALOR-BAIXADO        PICTURE 9(11)V99.
               10  SF-RECUPERADO-DIA       PICTURE 9(11)V99.
               10  SF-RECUPERADO-ACUMULADO PICTURE 9(11)V99.

       *> variáveis do contrato corrente
       01  INDICE-SAFRA                    PICTURE 9(4).
       01  INDICE-BUSCA                    PICTURE 9(4).
       01  RECUPERADO-CONTRATO             COMP-2.
       01  DATA-ULTIMO-RECEBIMENTO         PICTURE 9(8).
       01  VALOR-LANCAMENTO                PICTURE 9(11)V99.
       01  PERCENTUAL-RECUPERADO           COMP-2.

       *> totais de controle do arquivo de interface e da execução
       01  TOTAL-REGISTROS                 PICTURE 9(9) VALUE 0.
       01  TOTAL-DEBITOS                   PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-CREDITOS                  PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-CONTRATOS-PREJUIZO        PICTURE 9(9) VALUE 0.
       01  TOTAL-CONTRATOS-RECUPERADOS     PICTURE 9(9) VALUE 0.
       01  TOTAL-RECEBIMENTOS              PICTURE 9(9) VALUE 0.
       01  TOTAL-NAO-IDENTIFICADOS         PICTURE 9(9) VALUE 0.
       01  TOTAL-VALOR-BAIXADO             PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-RECUPERADO-DIA            PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-RECUPERADO-ACUMULADO      PICTURE 9(11)V99 VALUE 0.

       *> controle de arquivos
       01  FIM-PREJUIZOS                   PICTURE 9(1) VALUE 1.
           88  NAO-HA-MAIS-PREJUIZOS       VALUE 1.
       01  FIM-RECUPERACOES                PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-RECUPERACOES    VALUE 1.
       01  STATUS-PREJUIZOS                PICTURE X(2).
       01  STATUS-PREJUIZOS-NOVO           PICTURE X(2).
       01  STATUS-RECUPERACOES             PICTURE X(2).
       01  STATUS-LANCAMENTOS              PICTURE X(2).
       01  STATUS-RELATORIO                PICTURE X(2).
       01  ARQUIVOS-ABERTOS                PICTURE 9(1) VALUE 0.
           88  OS-ARQUIVOS-ESTAO-ABERTOS   VALUE 1.

       *> liga quando existe o arquivo de contratos em prejuízo e
       *> ele abriu
       01  PREJUIZOS-DISPONIVEIS           PICTURE 9(1) VALUE 0.
           88  HA-ARQUIVO-DE-PREJUIZOS     VALUE 1.

       *> campos comuns para relatar e abortar num erro de E/S
       01  STATUS-IO-VERIFICADO            PICTURE X(2).
       01  DESCRICAO-ARQUIVO-IO            PICTURE X(20).

       *> layout do relatório de recuperação
       01  LINHA-CABECALHO-1.
           05  FILLER                  PICTURE X(46) VALUE
               "RECUPERACAO DE CREDITOS BAIXADOS PARA PREJUIZO".
           05  FILLER                  PICTURE X(5) VALUE " EM: ".
           05  CAB-DATA-EXECUCAO       PICTURE 9(8).
       01  LINHA-CABECALHO-2.
           05  FILLER PICTURE X(8) VALUE "SAFRA".
           05  FILLER PICTURE X(11) VALUE "CONTRATOS".
           05  FILLER PICTURE X(18) VALUE "VALOR BAIXADO".
           05  FILLER PICTURE X(18) VALUE "RECUPERADO NO DIA".
           05  FILLER PICTURE X(18) VALUE "RECUPERADO ACUM.".
           05  FILLER PICTURE X(10) VALUE "% RECUP.".
       01  LINHA-SAFRA.
           05  DET-SAFRA               PICTURE 9(6).
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-CONTRATOS           PICTURE Z(8)9.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-VALOR-BAIXADO       PICTURE Z(10)9.99.
           05  FILLER                  PICTURE X(4) VALUE SPACE.
           05  DET-RECUPERADO-DIA      PICTURE Z(10)9.99.
           05  FILLER                  PICTURE X(4) VALUE SPACE.
           05  DET-RECUPERADO-ACUM     PICTURE Z(10)9.99.
           05  FILLER                  PICTURE X(4) VALUE SPACE.
           05  DET-PERCENTUAL          PICTURE ZZ9.99.
       01  LINHA-TOTAL.
           05  FILLER PICTURE X(8) VALUE "TOTAL".
           05  TOT-CONTRATOS           PICTURE Z(8)9.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  TOT-VALOR-BAIXADO       PICTURE Z(10)9.99.
           05  FILLER                  PICTURE X(4) VALUE SPACE.
           05  TOT-RECUPERADO-DIA      PICTURE Z(10)9.99.
           05  FILLER                  PICTURE X(4) VALUE SPACE.
           05  TOT-RECUPERADO-ACUM     PICTURE Z(10)9.99.
       01  LINHA-NAO-IDENTIFICADOS.
           05  FILLER PICTURE X(44) VALUE
               "RECEBIMENTOS SEM CONTRATO EM PREJUIZO:      ".
           05  NID-RECEBIMENTOS        PICTURE Z(8)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 3000-RECUPERAR-CONTRATOS THRU
               3000-RECUPERAR-CONTRATOS-EXIT
               UNTIL NAO-HA-MAIS-PREJUIZOS.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GOBACK.

       *> ------------------------------------------------------
       *> abre os arquivos e lê o primeiro contrato em prejuízo e
       *> o primeiro recebimento desviado
       *> ------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT DATA-REFERENCIA FROM DATE YYYYMMDD.
           OPEN INPUT RECUPERACOES.
           IF STATUS-RECUPERACOES NOT = "00" THEN
               DISPLAY "*** ERRO AO ABRIR RECUPERACOES: "
                   STATUS-RECUPERACOES
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           *> sem contratos em prejuízo todo recebimento desviado é
           *> recebimento a identificar
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
           OPEN OUTPUT PREJUIZOS-NOVO.
           IF STATUS-PREJUIZOS-NOVO NOT = "00" THEN
               MOVE STATUS-PREJUIZOS-NOVO TO STATUS-IO-VERIFICADO
               MOVE "PREJUIZOS-NOVO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN OUTPUT LANCAMENTOS.
           IF STATUS-LANCAMENTOS NOT = "00" THEN
               MOVE STATUS-LANCAMENTOS TO STATUS-IO-VERIFICADO
               MOVE "LANCAMENTOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF STATUS-RELATORIO NOT = "00" THEN
               MOVE STATUS-RELATORIO TO STATUS-IO-VERIFICADO
               MOVE "RELATORIO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           MOVE 1 TO ARQUIVOS-ABERTOS.
           PERFORM 3910-LER-RECUPERACAO THRU
               3910-LER-RECUPERACAO-EXIT.
           IF HA-ARQUIVO-DE-PREJUIZOS THEN
               PERFORM 3900-LER-PREJUIZO THRU
                   3900-LER-PREJUIZO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> um registro de PREJUIZOS é um contrato: lança antes os
       *> recebimentos de contrato menor (que não está em
       *> prejuízo), soma os recebimentos do contrato, lança a
       *> recuperação, grava o contrato no arquivo novo com o
       *> recuperado acumulado e o leva à sua safra
       *> ------------------------------------------------------
       3000-RECUPERAR-CONTRATOS.
           PERFORM 3050-LANCAR-NAO-IDENTIFICADO THRU
               3050-LANCAR-NAO-IDENTIFICADO-EXIT
               UNTIL NAO-HA-MAIS-RECUPERACOES OR
                   (RP-NUMERO-CONTRATO >= PJ-NUMERO-CONTRATO).
           ADD 1 TO TOTAL-CONTRATOS-PREJUIZO.
           MOVE 0.0 TO RECUPERADO-CONTRATO.
           MOVE 0 TO DATA-ULTIMO-RECEBIMENTO.
           PERFORM 3100-ACUMULAR-RECUPERACAO THRU
               3100-ACUMULAR-RECUPERACAO-EXIT
               UNTIL NAO-HA-MAIS-RECUPERACOES OR
                   (RP-NUMERO-CONTRATO NOT = PJ-NUMERO-CONTRATO).
           MOVE PREJUIZO-REG TO PREJUIZO-NOVO-REG.
           COMPUTE VALOR-LANCAMENTO ROUNDED = RECUPERADO-CONTRATO.
           IF VALOR-LANCAMENTO > 0 THEN
               MOVE PJ-NUMERO-CONTRATO TO LC-NUMERO-CONTRATO
               MOVE CONTA-CAIXA TO LC-CONTA-DEBITO
               MOVE CONTA-RECEITA-RECUPERACAO TO LC-CONTA-CREDITO
               MOVE VALOR-LANCAMENTO TO LC-VALOR
               MOVE "RECUPERACAO DE PREJUIZO" TO LC-HISTORICO
               PERFORM 3700-GRAVAR-LANCAMENTO THRU
                   3700-GRAVAR-LANCAMENTO-EXIT
               ADD VALOR-LANCAMENTO TO PN-VALOR-RECUPERADO
               MOVE DATA-ULTIMO-RECEBIMENTO
                   TO PN-DATA-ULTIMA-RECUPERACAO
               ADD 1 TO TOTAL-CONTRATOS-RECUPERADOS
               ADD VALOR-LANCAMENTO TO TOTAL-RECUPERADO-DIA
           END-IF.
           WRITE PREJUIZO-NOVO-REG.
           IF STATUS-PREJUIZOS-NOVO NOT = "00" THEN
               MOVE STATUS-PREJUIZOS-NOVO TO STATUS-IO-VERIFICADO
               MOVE "PREJUIZOS-NOVO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD PN-VALOR-BAIXADO TO TOTAL-VALOR-BAIXADO.
           ADD PN-VALOR-RECUPERADO TO TOTAL-RECUPERADO-ACUMULADO.
           PERFORM 3200-ACUMULAR-SAFRA THRU 3200-ACUMULAR-SAFRA-EXIT.
           PERFORM 3900-LER-PREJUIZO THRU 3900-LER-PREJUIZO-EXIT.
       3000-RECUPERAR-CONTRATOS-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> recebimento de contrato que não está em prejuízo: o
       *> dinheiro entrou e vai para recebimentos a identificar,
       *> à espera do acerto da tesouraria
       *> ------------------------------------------------------
       3050-LANCAR-NAO-IDENTIFICADO.
           DISPLAY "*** RECEBIMENTO DO CONTRATO " RP-NUMERO-CONTRATO
               " SEM CONTRATO EM PREJUIZO - LANCADO A IDENTIFICAR".
           COMPUTE VALOR-LANCAMENTO ROUNDED = RP-VALOR-PAGO.
           IF VALOR-LANCAMENTO > 0 THEN
               MOVE RP-NUMERO-CONTRATO TO LC-NUMERO-CONTRATO
               MOVE CONTA-CAIXA TO LC-CONTA-DEBITO
               MOVE CONTA-SALDOS-CREDORES TO LC-CONTA-CREDITO
               MOVE VALOR-LANCAMENTO TO LC-VALOR
               MOVE "RECEBIMENTO A IDENTIFICAR" TO LC-HISTORICO
               PERFORM 3700-GRAVAR-LANCAMENTO THRU
                   3700-GRAVAR-LANCAMENTO-EXIT
           END-IF.
           ADD 1 TO TOTAL-NAO-IDENTIFICADOS.
           PERFORM 3910-LER-RECUPERACAO THRU
               3910-LER-RECUPERACAO-EXIT.
       3050-LANCAR-NAO-IDENTIFICADO-EXIT.
           EXIT.

       3100-ACUMULAR-RECUPERACAO.
           COMPUTE RECUPERADO-CONTRATO =
               RECUPERADO-CONTRATO + RP-VALOR-PAGO.
           IF RP-DATA-PAGAMENTO > DATA-ULTIMO-RECEBIMENTO THEN
               MOVE RP-DATA-PAGAMENTO TO DATA-ULTIMO-RECEBIMENTO
           END-IF.
           ADD 1 TO TOTAL-RECEBIMENTOS.
           PERFORM 3910-LER-RECUPERACAO THRU
               3910-LER-RECUPERACAO-EXIT.
       3100-ACUMULAR-RECUPERACAO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> leva o contrato gravado em PREJUIZOS-NOVO à sua safra de
       *> baixa; safra nova entra na posição que mantém a tabela
       *> em ordem ascendente
       *> ------------------------------------------------------
       3200-ACUMULAR-SAFRA.
           MOVE 1 TO INDICE-SAFRA.
           PERFORM UNTIL INDICE-SAFRA > QUANTIDADE-SAFRAS OR
               (SF-SAFRA (INDICE-SAFRA) >= PN-SAFRA)
               ADD 1 TO INDICE-SAFRA
           END-PERFORM.
           IF (INDICE-SAFRA > QUANTIDADE-SAFRAS) OR
               (SF-SAFRA (INDICE-SAFRA) NOT = PN-SAFRA) THEN
               PERFORM 3250-INSERIR-SAFRA THRU
                   3250-INSERIR-SAFRA-EXIT
           END-IF.
           ADD 1 TO SF-CONTRATOS (INDICE-SAFRA).
           ADD PN-VALOR-BAIXADO TO SF-VALOR-BAIXADO (INDICE-SAFRA).
           ADD VALOR-LANCAMENTO TO SF-RECUPERADO-DIA (INDICE-SAFRA).
           ADD PN-VALOR-RECUPERADO
               TO SF-RECUPERADO-ACUMULADO (INDICE-SAFRA).
       3200-ACUMULAR-SAFRA-EXIT.
           EXIT.

       3250-INSERIR-SAFRA.
           IF QUANTIDADE-SAFRAS >= SAFRAS-MAXIMAS THEN
               DISPLAY "*** ERRO: TABELA DE SAFRAS ESTOUROU EM "
                   SAFRAS-MAXIMAS " ENTRADAS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING INDICE-BUSCA FROM QUANTIDADE-SAFRAS BY -1
               UNTIL INDICE-BUSCA < INDICE-SAFRA
               MOVE SAFRA-CARREGADA (INDICE-BUSCA)
                   TO SAFRA-CARREGADA (INDICE-BUSCA + 1)
           END-PERFORM.
           ADD 1 TO QUANTIDADE-SAFRAS.
           MOVE PN-SAFRA TO SF-SAFRA (INDICE-SAFRA).
           MOVE 0 TO SF-CONTRATOS (INDICE-SAFRA).
           MOVE 0 TO SF-VALOR-BAIXADO (INDICE-SAFRA).
           MOVE 0 TO SF-RECUPERADO-DIA (INDICE-SAFRA).
           MOVE 0 TO SF-RECUPERADO-ACUMULADO (INDICE-SAFRA).
       3250-INSERIR-SAFRA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> grava uma partida dobrada equilibrada e soma nos totais
       *> de controle; espera LC-NUMERO-CONTRATO, as contas, o
       *> valor e o histórico preenchidos
       *> ------------------------------------------------------
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

       3900-LER-PREJUIZO.
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
       3900-LER-PREJUIZO-EXIT.
           EXIT.

       3910-LER-RECUPERACAO.
           READ RECUPERACOES
               AT END
                   MOVE 1 TO FIM-RECUPERACOES
           END-READ.
           IF (STATUS-RECUPERACOES NOT = "00")
               AND (STATUS-RECUPERACOES NOT = "10") THEN
               MOVE STATUS-RECUPERACOES TO STATUS-IO-VERIFICADO
               MOVE "RECUPERACOES" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3910-LER-RECUPERACAO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> lança os recebimentos que sobraram depois do último
       *> contrato em prejuízo, imprime o relatório por safra,
       *> grava o trailer de controle (débitos e créditos têm que
       *> bater na carga do razão) e fecha tudo; recebimento sem
       *> contrato em prejuízo devolve código 4
       *> ------------------------------------------------------
       8000-FINALIZAR.
           IF OS-ARQUIVOS-ESTAO-ABERTOS THEN
               PERFORM 3050-LANCAR-NAO-IDENTIFICADO THRU
                   3050-LANCAR-NAO-IDENTIFICADO-EXIT
                   UNTIL NAO-HA-MAIS-RECUPERACOES
               MOVE DATA-REFERENCIA TO CAB-DATA-EXECUCAO
               WRITE RELATORIO-LINHA FROM LINHA-CABECALHO-1
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               WRITE RELATORIO-LINHA FROM LINHA-CABECALHO-2
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               PERFORM 8100-IMPRIME-UMA-SAFRA THRU
                   8100-IMPRIME-UMA-SAFRA-EXIT
                   VARYING INDICE-SAFRA FROM 1 BY 1
                   UNTIL INDICE-SAFRA > QUANTIDADE-SAFRAS
               MOVE TOTAL-CONTRATOS-PREJUIZO TO TOT-CONTRATOS
               MOVE TOTAL-VALOR-BAIXADO TO TOT-VALOR-BAIXADO
               MOVE TOTAL-RECUPERADO-DIA TO TOT-RECUPERADO-DIA
               MOVE TOTAL-RECUPERADO-ACUMULADO TO TOT-RECUPERADO-ACUM
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               WRITE RELATORIO-LINHA FROM LINHA-TOTAL
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               MOVE TOTAL-NAO-IDENTIFICADOS TO NID-RECEBIMENTOS
               WRITE RELATORIO-LINHA FROM LINHA-NAO-IDENTIFICADOS
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
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
               IF HA-ARQUIVO-DE-PREJUIZOS THEN
                   CLOSE PREJUIZOS
               END-IF
               CLOSE PREJUIZOS-NOVO
               CLOSE RECUPERACOES
               CLOSE LANCAMENTOS
               CLOSE RELATORIO
               DISPLAY "RECUPERACAO DE PREJUIZO EM " DATA-REFERENCIA
                   ": " TOTAL-RECEBIMENTOS " RECEBIMENTO(S) DE "
                   TOTAL-CONTRATOS-RECUPERADOS " CONTRATO(S), "
                   TOTAL-NAO-IDENTIFICADOS " A IDENTIFICAR"
               IF (RETURN-CODE = 0) AND
                   (TOTAL-NAO-IDENTIFICADOS > 0) THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       8100-IMPRIME-UMA-SAFRA.
           MOVE SF-SAFRA (INDICE-SAFRA) TO DET-SAFRA.
           MOVE SF-CONTRATOS (INDICE-SAFRA) TO DET-CONTRATOS.
           MOVE SF-VALOR-BAIXADO (INDICE-SAFRA) TO DET-VALOR-BAIXADO.
           MOVE SF-RECUPERADO-DIA (INDICE-SAFRA)
               TO DET-RECUPERADO-DIA.
           MOVE SF-RECUPERADO-ACUMULADO (INDICE-SAFRA)
               TO DET-RECUPERADO-ACUM.
           MOVE 0.0 TO PERCENTUAL-RECUPERADO.
           IF SF-VALOR-BAIXADO (INDICE-SAFRA) > 0 THEN
               COMPUTE PERCENTUAL-RECUPERADO =
                   SF-RECUPERADO-ACUMULADO (INDICE-SAFRA)
                   / SF-VALOR-BAIXADO (INDICE-SAFRA) * 100.0
           END-IF.
           MOVE PERCENTUAL-RECUPERADO TO DET-PERCENTUAL.
           WRITE RELATORIO-LINHA FROM LINHA-SAFRA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       8100-IMPRIME-UMA-SAFRA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> aborta a recuperação por falha de E/S; espera
       *> DESCRICAO-ARQUIVO-IO e STATUS-IO-VERIFICADO preenchidos
       *> ------------------------------------------------------
       9000-ABORTAR-ERRO-ARQUIVO.
           DISPLAY "*** ERRO DE E/S EM " DESCRICAO-ARQUIVO-IO
               ": FILE STATUS " STATUS-IO-VERIFICADO
           MOVE 16 TO RETURN-CODE
           GOBACK.
       9000-ABORTAR-ERRO-ARQUIVO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> confere STATUS-RELATORIO depois de cada WRITE
       *> ------------------------------------------------------
       9010-VERIFICA-RELATORIO.
           IF STATUS-RELATORIO NOT = "00" THEN
               MOVE STATUS-RELATORIO TO STATUS-IO-VERIFICADO
               MOVE "RELATORIO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       9010-VERIFICA-RELATORIO-EXIT.
           EXIT.
       END PROGRAM RECUPERA.
