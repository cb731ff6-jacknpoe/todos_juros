       *> Fluxo de caixa projetado da carteira (escada de liquidez)
       *> para a tesouraria: varre o mestre indexado
       *> MESTRE-CONTRATOS de ponta a ponta depois do fechamento do
       *> lote e distribui o saldo de cada parcela ainda não quitada
       *> pelo seu vencimento (MC-DATA-VENCIMENTO) em faixas: as
       *> parcelas já vencidas numa faixa própria, as que vencem nas
       *> treze semanas seguintes (o próximo trimestre) uma faixa
       *> por semana e as demais uma faixa por mês civil. Cada faixa
       *> abre o fluxo por indexador (pré-fixado, CDI, SELIC) e
       *> desconta a perda esperada pelo atraso do contrato, nas
       *> mesmas faixas de dias de atraso do relatório de atraso do
       *> COBRANCA (1-30, 31-60, 61-90 e mais de 90), com o
       *> percentual de cada faixa tirado da tabela de perda. Grava
       *> a mesma escada no extrato LIQUIDEZ-ALM, com trailer de
       *> totais, para o modelo de ALM da tesouraria carregar
       *> direto, e imprime o relatório da escada; substitui a
       *> projeção que a tesouraria montava em planilha a partir da
       *> posição da carteira (POSICAO), que dá o estoque e não o
       *> fluxo
       *> Versão 0.1: 15/10/2026: primeira versão

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDEZ.
       AUTHOR. Ricardo Erick Rebêlo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> mestre indexado de contratos, lido de ponta a ponta
           SELECT MESTRE ASSIGN TO "MESTRE-CONTRATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MC-NUMERO-CONTRATO
               FILE STATUS IS STATUS-MESTRE.
           *> escada de liquidez para o modelo de ALM da tesouraria
           SELECT EXTRATO ASSIGN TO "LIQUIDEZ-ALM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-EXTRATO.
           *> relatório da escada de liquidez para a tesouraria
           SELECT RELATORIO ASSIGN TO "RELATORIO-LIQUIDEZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  MESTRE
           LABEL RECORDS ARE STANDARD.
       COPY MESTRECT.

       FD  EXTRATO
           LABEL RECORDS ARE STANDARD.
       *> uma faixa da escada para um indexador, só quando a faixa
       *> tem parcela daquele indexador; valores em reais com duas
       *> casas implícitas, o esperado já líquido da perda
       01  LIQUIDEZ-REG.
           05  LA-TIPO                     PICTURE 9(1).
               88  LA-FAIXA                VALUE 1.
           05  LA-DATA-REFERENCIA          PICTURE 9(8).
           05  LA-SEQUENCIA-FAIXA          PICTURE 9(3).
       *> V = vencidos, S = semana, M = mês
           05  LA-TIPO-FAIXA               PICTURE X(1).
               88  LA-FAIXA-VENCIDOS       VALUE "V".
               88  LA-FAIXA-SEMANAL        VALUE "S".
               88  LA-FAIXA-MENSAL         VALUE "M".
           05  LA-NUMERO-FAIXA             PICTURE 9(3).
       *> período da faixa; na faixa dos vencidos o início é zero e
       *> o fim é a véspera da data de referência
           05  LA-DATA-INICIO              PICTURE 9(8).
           05  LA-DATA-FIM                 PICTURE 9(8).
           05  LA-INDEXADOR                PICTURE 9(1).
           05  LA-PARCELAS                 PICTURE 9(9).
           05  LA-VALOR-NOMINAL            PICTURE 9(13)V99.
           05  LA-PERDA-ESPERADA           PICTURE 9(13)V99.
           05  LA-VALOR-ESPERADO           PICTURE 9(13)V99.
       01  LIQUIDEZ-TRAILER-REG.
           05  LR-TIPO                     PICTURE 9(1).
               88  LR-TRAILER              VALUE 9.
           05  LR-DATA-REFERENCIA          PICTURE 9(8).
           05  LR-TOTAL-REGISTROS          PICTURE 9(9).
           05  LR-TOTAL-PARCELAS           PICTURE 9(9).
           05  LR-VALOR-NOMINAL            PICTURE 9(13)V99.
           05  LR-PERDA-ESPERADA           PICTURE 9(13)V99.
           05  FILLER                      PICTURE X(30).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  RELATORIO-LINHA                 PICTURE X(132).

       LOCAL-STORAGE SECTION.
       *> indexadores seguem os códigos 0 a 2 dos níveis 88 do
       *> copybook CONTRATOS
       78  TOTAL-DE-INDEXADORES VALUE 3.
       *> faixas da escada: a dos vencidos, as treze semanas do
       *> próximo trimestre e os meses civis seguintes; a última
       *> faixa mensal recebe também o que vencer depois dela
       78  TOTAL-DE-SEMANAS VALUE 13.
       78  TOTAL-DE-MESES VALUE 360.
       78  TOTAL-DE-FAIXAS VALUE 374.
       78  FAIXA-DOS-VENCIDOS VALUE 1.
       78  PRIMEIRA-FAIXA-SEMANAL VALUE 2.
       78  PRIMEIRA-FAIXA-MENSAL VALUE 15.
       78  DIAS-POR-SEMANA VALUE 7.
       *> faixas de atraso da tabela de perda: em dia e as quatro
       *> faixas do relatório de atraso do COBRANCA
       78  TOTAL-DE-FAIXAS-ATRASO VALUE 5.

       *> tabela de perda esperada: o pior atraso do contrato na
       *> data de referência define a faixa, e a faixa o percentual
       *> descontado de todo o fluxo do contrato, vencido e a
       *> vencer. Cada faixa é o nome, o atraso máximo em dias e o
       *> percentual com duas casas implícitas (00500 é 5,00%;
       *> 10000 é 100,00%), como na escada de provisão do PROVISAO
       01  TABELA-PERDA.
           05  FILLER PICTURE X(16) VALUE "EM DIA0000000000".
           05  FILLER PICTURE X(16) VALUE "1-30  0003000500".
           05  FILLER PICTURE X(16) VALUE "31-60 0006002500".
           05  FILLER PICTURE X(16) VALUE "61-90 0009005000".
           05  FILLER PICTURE X(16) VALUE "90+   9999910000".
       01  FAIXAS-PERDA REDEFINES TABELA-PERDA.
           05  FAIXA-PERDA OCCURS TOTAL-DE-FAIXAS-ATRASO TIMES.
               10  PERDA-NOME              PICTURE X(6).
               10  PERDA-ATRASO-MAXIMO     PICTURE 9(5).
               10  PERDA-PERCENTUAL        PICTURE 9(3)V99.

       *> totais por faixa de atraso para o relatório
       01  TOTAIS-POR-ATRASO.
           05  ATRASO-TOTAL OCCURS TOTAL-DE-FAIXAS-ATRASO TIMES.
               10  ATRASO-CONTRATOS        PICTURE 9(9).
               10  ATRASO-NOMINAL          COMP-2.
               10  ATRASO-PERDA            COMP-2.
       01  INDICE-PERDA                    PICTURE 9(1).

       *> a escada: período de cada faixa e, por indexador, as
       *> parcelas, o saldo nominal e a perda esperada delas
       01  ESCADA-LIQUIDEZ.
           05  FAIXA-LIQUIDEZ OCCURS TOTAL-DE-FAIXAS TIMES.
               10  FX-TIPO                 PICTURE X(1).
               10  FX-NUMERO               PICTURE 9(3).
               10  FX-DATA-INICIO          PICTURE 9(8).
               10  FX-DATA-FIM             PICTURE 9(8).
               10  FX-INDEXADOR OCCURS TOTAL-DE-INDEXADORES TIMES.
                   15  FX-PARCELAS         PICTURE 9(9).
                   15  FX-NOMINAL          COMP-2.
                   15  FX-PERDA            COMP-2.
       01  INDICE-FAIXA                    PICTURE 9(3).
       01  ULTIMA-FAIXA-USADA              PICTURE 9(3).
       01  INDICE-ABERTURA                 PICTURE 9(2).

       *> variáveis do corpo do programa
       01  INDICE                          PICTURE 9(9).
       01  SALDO-PARCELA                   COMP-2.
       01  PERDA-PARCELA                   COMP-2.
       01  SALDO-CONTRATO                  COMP-2.
       01  VENCIMENTO-INTEIRO              PICTURE 9(8).
       01  DIAS-DE-ATRASO                  PICTURE 9(8).
       01  ATRASO-DO-CONTRATO              PICTURE 9(8).
       01  FAIXA-DO-ATRASO                 PICTURE 9(1).
       01  DIAS-ATE-O-VENCIMENTO           PICTURE 9(8).
       01  MES-ABSOLUTO                    PICTURE 9(6).
       01  INDICE-MES                      PICTURE 9(6).

       *> data de trabalho para montar e enquadrar as faixas
       *> mensais por ano e mês
       01  DATA-TRABALHO                   PICTURE 9(8).
       01  DATA-TRABALHO-R REDEFINES DATA-TRABALHO.
           05  TRABALHO-ANO                PICTURE 9(4).
           05  TRABALHO-MES                PICTURE 9(2).
           05  TRABALHO-DIA                PICTURE 9(2).
       01  DATA-TRABALHO-INTEIRO           PICTURE 9(8).

       *> totais gerais e contratos fora da projeção
       01  TOTAL-CONTRATOS-PROJETADOS      PICTURE 9(9) VALUE 0.
       01  TOTAL-PARCELAS-PROJETADAS       PICTURE 9(9) VALUE 0.
       01  TOTAL-SEM-SALDO                 PICTURE 9(9) VALUE 0.
       01  TOTAL-SEM-LIMPEZA               PICTURE 9(9) VALUE 0.
       01  TOTAL-EM-PREJUIZO               PICTURE 9(9) VALUE 0.
       01  TOTAL-CEDIDOS                   PICTURE 9(9) VALUE 0.
       01  TOTAL-NOMINAL                   COMP-2 VALUE 0.0.
       01  TOTAL-PERDA                     COMP-2 VALUE 0.0.
       01  TOTAIS-POR-INDEXADOR.
           05  IDX-TOTAL OCCURS TOTAL-DE-INDEXADORES TIMES.
               10  IDX-NOMINAL             COMP-2.
               10  IDX-PERDA               COMP-2.

       *> totais do extrato, somados dos valores já arredondados
       *> de cada registro, para o trailer fechar com o detalhe
       01  TOTAL-REGISTROS-EXTRATO         PICTURE 9(9) VALUE 0.
       01  TOTAL-PARCELAS-EXTRATO          PICTURE 9(9) VALUE 0.
       01  TOTAL-NOMINAL-EXTRATO           PICTURE 9(13)V99 VALUE 0.
       01  TOTAL-PERDA-EXTRATO             PICTURE 9(13)V99 VALUE 0.

       *> controle de arquivos
       01  FIM-MESTRE                      PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-MESTRE          VALUE 1.
       01  STATUS-MESTRE                   PICTURE X(2).
       01  STATUS-EXTRATO                  PICTURE X(2).
       01  STATUS-RELATORIO                PICTURE X(2).
       01  ARQUIVOS-ABERTOS                PICTURE 9(1) VALUE 0.
           88  OS-ARQUIVOS-ESTAO-ABERTOS   VALUE 1.

       *> campos comuns para relatar e abortar num erro de E/S
       01  STATUS-IO-VERIFICADO            PICTURE X(2).
       01  DESCRICAO-ARQUIVO-IO            PICTURE X(20).

       *> data da projeção: parcela com vencimento anterior a ela
       *> está vencida, e as faixas semanais começam nela
       01  DATA-REFERENCIA                 PICTURE 9(8).
       01  DATA-REFERENCIA-INTEIRO         PICTURE 9(8).
       *> primeiro dia depois das treze semanas, onde começam as
       *> faixas mensais, e o mês civil dele contado em meses
       01  INICIO-MENSAL-INTEIRO           PICTURE 9(8).
       01  MES-INICIAL-ABSOLUTO            PICTURE 9(6).

       *> layout do relatório da escada de liquidez
       01  LINHA-CABECALHO.
           05  FILLER                  PICTURE X(42) VALUE
               "FLUXO DE CAIXA PROJETADO DA CARTEIRA EM: ".
           05  CAB-DATA-EXECUCAO       PICTURE 9(8).
       01  LINHA-SECAO.
           05  SEC-TITULO              PICTURE X(60).
       01  LINHA-TITULO-PERDA.
           05  FILLER PICTURE X(8) VALUE "FAIXA".
           05  FILLER PICTURE X(12) VALUE "ATRASO ATE".
           05  FILLER PICTURE X(12) VALUE "PERCENTUAL".
           05  FILLER PICTURE X(13) VALUE "CONTRATOS".
           05  FILLER PICTURE X(18) VALUE "  SALDO NOMINAL".
           05  FILLER PICTURE X(18) VALUE " PERDA ESPERADA".
       01  LINHA-PERDA.
           05  DET-PRD-FAIXA           PICTURE X(6).
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-PRD-ATRASO          PICTURE Z(4)9.
           05  FILLER                  PICTURE X(7) VALUE SPACE.
           05  DET-PRD-PERCENTUAL      PICTURE ZZ9.99.
           05  FILLER                  PICTURE X(6) VALUE SPACE.
           05  DET-PRD-CONTRATOS       PICTURE Z(8)9.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-PRD-NOMINAL         PICTURE Z(12)9.99.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-PRD-PERDA           PICTURE Z(12)9.99.
       01  LINHA-TITULO-ESCADA.
           05  FILLER PICTURE X(12) VALUE "FAIXA".
           05  FILLER PICTURE X(10) VALUE "DE".
           05  FILLER PICTURE X(8) VALUE "ATE".
           05  FILLER PICTURE X(17) VALUE "       PRE-FIXADO".
           05  FILLER PICTURE X(17) VALUE "              CDI".
           05  FILLER PICTURE X(17) VALUE "            SELIC".
           05  FILLER PICTURE X(17) VALUE "    TOTAL NOMINAL".
           05  FILLER PICTURE X(17) VALUE "   PERDA ESPERADA".
           05  FILLER PICTURE X(17) VALUE "   TOTAL ESPERADO".
       01  LINHA-ESCADA.
           05  DET-FAIXA-TIPO          PICTURE X(7).
           05  DET-FAIXA-NUMERO        PICTURE ZZZ.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-DATA-INICIO         PICTURE X(8).
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-DATA-FIM            PICTURE X(8).
           05  DET-ESPERADO-INDEXADOR OCCURS TOTAL-DE-INDEXADORES
                                      TIMES.
               10  FILLER              PICTURE X(2).
               10  DET-ESPERADO        PICTURE Z(11)9.99.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-NOMINAL             PICTURE Z(11)9.99.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-PERDA               PICTURE Z(11)9.99.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-TOTAL-ESPERADO      PICTURE Z(11)9.99.
       01  LINHA-TOTAL.
           05  FILLER PICTURE X(24) VALUE "CONTRATOS PROJETADOS:   ".
           05  TOT-CONTRATOS PICTURE Z(8)9.
           05  FILLER PICTURE X(14) VALUE "  PARCELAS:   ".
           05  TOT-PARCELAS PICTURE Z(8)9.
       01  LINHA-SEM-SALDO.
           05  FILLER PICTURE X(44) VALUE
               "CONTRATOS SEM SALDO EM ABERTO:              ".
           05  SSD-CONTRATOS PICTURE Z(8)9.
       01  LINHA-LIMPEZA.
           05  FILLER PICTURE X(44) VALUE
               "CONTRATOS REJEITADOS OU SEM CONVERGENCIA:   ".
           05  LMP-CONTRATOS PICTURE Z(8)9.
       01  LINHA-PREJUIZO.
           05  FILLER PICTURE X(44) VALUE
               "CONTRATOS BAIXADOS PARA PREJUIZO:           ".
           05  PRJ-CONTRATOS PICTURE Z(8)9.
       01  LINHA-CEDIDOS.
           05  FILLER PICTURE X(44) VALUE
               "CONTRATOS CEDIDOS A OUTRAS INSTITUICOES:    ".
           05  CED-CONTRATOS PICTURE Z(8)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 3000-PROJETAR-CONTRATOS THRU
               3000-PROJETAR-CONTRATOS-EXIT
               UNTIL NAO-HA-MAIS-MESTRE.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GOBACK.

       *> ------------------------------------------------------
       *> monta as faixas a partir da data de referência, abre o
       *> mestre, o extrato e o relatório e lê o primeiro contrato
       *> ------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT DATA-REFERENCIA FROM DATE YYYYMMDD.
           COMPUTE DATA-REFERENCIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE (DATA-REFERENCIA).
           PERFORM VARYING INDICE-PERDA FROM 1 BY 1
               UNTIL INDICE-PERDA > TOTAL-DE-FAIXAS-ATRASO
               MOVE 0 TO ATRASO-CONTRATOS (INDICE-PERDA)
               MOVE 0.0 TO ATRASO-NOMINAL (INDICE-PERDA)
               MOVE 0.0 TO ATRASO-PERDA (INDICE-PERDA)
           END-PERFORM.
           PERFORM VARYING INDICE-ABERTURA FROM 1 BY 1
               UNTIL INDICE-ABERTURA > TOTAL-DE-INDEXADORES
               MOVE 0.0 TO IDX-NOMINAL (INDICE-ABERTURA)
               MOVE 0.0 TO IDX-PERDA (INDICE-ABERTURA)
           END-PERFORM.
           PERFORM 1100-MONTAR-FAIXAS THRU 1100-MONTAR-FAIXAS-EXIT.
           OPEN INPUT MESTRE.
           IF STATUS-MESTRE NOT = "00" THEN
               DISPLAY "*** ERRO AO ABRIR MESTRE-CONTRATOS: "
                   STATUS-MESTRE
               MOVE 1 TO FIM-MESTRE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT EXTRATO.
           IF STATUS-EXTRATO NOT = "00" THEN
               MOVE STATUS-EXTRATO TO STATUS-IO-VERIFICADO
               MOVE "EXTRATO" TO DESCRICAO-ARQUIVO-IO
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
           PERFORM 3900-LER-MESTRE THRU 3900-LER-MESTRE-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> período de cada faixa: a dos vencidos vai até a véspera
       *> da data de referência; a semana N vai do dia 7(N-1) ao
       *> dia 7N-1 contados dela; o primeiro mês vai do dia
       *> seguinte à décima terceira semana até o fim daquele mês
       *> civil e os demais são os meses civis inteiros
       *> ------------------------------------------------------
       1100-MONTAR-FAIXAS.
           PERFORM VARYING INDICE-FAIXA FROM 1 BY 1
               UNTIL INDICE-FAIXA > TOTAL-DE-FAIXAS
               PERFORM VARYING INDICE-ABERTURA FROM 1 BY 1
                   UNTIL INDICE-ABERTURA > TOTAL-DE-INDEXADORES
                   MOVE 0 TO FX-PARCELAS (INDICE-FAIXA,
                       INDICE-ABERTURA)
                   MOVE 0.0 TO FX-NOMINAL (INDICE-FAIXA,
                       INDICE-ABERTURA)
                   MOVE 0.0 TO FX-PERDA (INDICE-FAIXA,
                       INDICE-ABERTURA)
               END-PERFORM
           END-PERFORM.
           MOVE FAIXA-DOS-VENCIDOS TO ULTIMA-FAIXA-USADA.
           MOVE "V" TO FX-TIPO (FAIXA-DOS-VENCIDOS).
           MOVE 0 TO FX-NUMERO (FAIXA-DOS-VENCIDOS).
           MOVE 0 TO FX-DATA-INICIO (FAIXA-DOS-VENCIDOS).
           COMPUTE FX-DATA-FIM (FAIXA-DOS-VENCIDOS) =
               FUNCTION DATE-OF-INTEGER (DATA-REFERENCIA-INTEIRO - 1).
           PERFORM 1110-MONTAR-SEMANA THRU 1110-MONTAR-SEMANA-EXIT
               VARYING INDICE-FAIXA FROM PRIMEIRA-FAIXA-SEMANAL BY 1
               UNTIL INDICE-FAIXA >= PRIMEIRA-FAIXA-MENSAL.
           COMPUTE INICIO-MENSAL-INTEIRO = DATA-REFERENCIA-INTEIRO
               + TOTAL-DE-SEMANAS * DIAS-POR-SEMANA.
           COMPUTE DATA-TRABALHO =
               FUNCTION DATE-OF-INTEGER (INICIO-MENSAL-INTEIRO).
           COMPUTE MES-INICIAL-ABSOLUTO =
               TRABALHO-ANO * 12 + TRABALHO-MES - 1.
           PERFORM 1120-MONTAR-MES THRU 1120-MONTAR-MES-EXIT
               VARYING INDICE-FAIXA FROM PRIMEIRA-FAIXA-MENSAL BY 1
               UNTIL INDICE-FAIXA > TOTAL-DE-FAIXAS.
       1100-MONTAR-FAIXAS-EXIT.
           EXIT.

       1110-MONTAR-SEMANA.
           MOVE "S" TO FX-TIPO (INDICE-FAIXA).
           COMPUTE FX-NUMERO (INDICE-FAIXA) =
               INDICE-FAIXA - PRIMEIRA-FAIXA-SEMANAL + 1.
           COMPUTE DATA-TRABALHO-INTEIRO = DATA-REFERENCIA-INTEIRO
               + (FX-NUMERO (INDICE-FAIXA) - 1) * DIAS-POR-SEMANA.
           COMPUTE FX-DATA-INICIO (INDICE-FAIXA) =
               FUNCTION DATE-OF-INTEGER (DATA-TRABALHO-INTEIRO).
           COMPUTE FX-DATA-FIM (INDICE-FAIXA) =
               FUNCTION DATE-OF-INTEGER
                   (DATA-TRABALHO-INTEIRO + DIAS-POR-SEMANA - 1).
       1110-MONTAR-SEMANA-EXIT.
           EXIT.

       *> o fim do mês é a véspera do primeiro dia do mês seguinte;
       *> a última faixa não tem fim, que recebe tudo o que vencer
       *> depois dela
       1120-MONTAR-MES.
           MOVE "M" TO FX-TIPO (INDICE-FAIXA).
           COMPUTE FX-NUMERO (INDICE-FAIXA) =
               INDICE-FAIXA - PRIMEIRA-FAIXA-MENSAL + 1.
           COMPUTE MES-ABSOLUTO =
               MES-INICIAL-ABSOLUTO + FX-NUMERO (INDICE-FAIXA) - 1.
           PERFORM 1130-PRIMEIRO-DIA-DO-MES THRU
               1130-PRIMEIRO-DIA-DO-MES-EXIT.
           IF INDICE-FAIXA = PRIMEIRA-FAIXA-MENSAL THEN
               COMPUTE FX-DATA-INICIO (INDICE-FAIXA) =
                   FUNCTION DATE-OF-INTEGER (INICIO-MENSAL-INTEIRO)
           ELSE
               MOVE DATA-TRABALHO TO FX-DATA-INICIO (INDICE-FAIXA)
           END-IF.
           IF INDICE-FAIXA = TOTAL-DE-FAIXAS THEN
               MOVE 99991231 TO FX-DATA-FIM (INDICE-FAIXA)
               GO TO 1120-MONTAR-MES-EXIT
           END-IF.
           ADD 1 TO MES-ABSOLUTO.
           PERFORM 1130-PRIMEIRO-DIA-DO-MES THRU
               1130-PRIMEIRO-DIA-DO-MES-EXIT.
           COMPUTE DATA-TRABALHO-INTEIRO =
               FUNCTION INTEGER-OF-DATE (DATA-TRABALHO).
           COMPUTE FX-DATA-FIM (INDICE-FAIXA) =
               FUNCTION DATE-OF-INTEGER (DATA-TRABALHO-INTEIRO - 1).
       1120-MONTAR-MES-EXIT.
           EXIT.

       *> primeiro dia, em DATA-TRABALHO, do mês contado em
       *> MES-ABSOLUTO (ano vezes doze mais o mês menos um)
       1130-PRIMEIRO-DIA-DO-MES.
           COMPUTE TRABALHO-ANO = MES-ABSOLUTO / 12.
           COMPUTE TRABALHO-MES = MES-ABSOLUTO - TRABALHO-ANO * 12 + 1.
           MOVE 1 TO TRABALHO-DIA.
       1130-PRIMEIRO-DIA-DO-MES-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> projeta um contrato do mestre e lê o próximo
       *> ------------------------------------------------------
       3000-PROJETAR-CONTRATOS.
           PERFORM 3100-PROJETAR-UM-CONTRATO THRU
               3100-PROJETAR-UM-CONTRATO-EXIT.
           PERFORM 3900-LER-MESTRE THRU 3900-LER-MESTRE-EXIT.
       3000-PROJETAR-CONTRATOS-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> contrato baixado para prejuízo ou cedido já saiu da
       *> carteira e contrato rejeitado ou sem convergência não tem
       *> cronograma confiável: só são contados, como na posição
       *> da carteira. Dos demais, o pior atraso define a faixa de
       *> perda e cada parcela com saldo entra na sua faixa da
       *> escada; contrato sem saldo em aberto só é contado
       *> ------------------------------------------------------
       3100-PROJETAR-UM-CONTRATO.
           IF MC-DATA-PREJUIZO > 0 THEN
               ADD 1 TO TOTAL-EM-PREJUIZO
               GO TO 3100-PROJETAR-UM-CONTRATO-EXIT
           END-IF.
           IF MC-DATA-CESSAO > 0 THEN
               ADD 1 TO TOTAL-CEDIDOS
               GO TO 3100-PROJETAR-UM-CONTRATO-EXIT
           END-IF.
           IF (MC-STATUS NOT = 0) OR (MC-CONVERGIU = 0) THEN
               ADD 1 TO TOTAL-SEM-LIMPEZA
               GO TO 3100-PROJETAR-UM-CONTRATO-EXIT
           END-IF.
           *> indexador fora da faixa conhecida seria dado estragado
           *> no mestre: melhor derrubar a projeção do que entregar
           *> à tesouraria uma escada com fluxo faltando
           IF MC-INDEXADOR >= TOTAL-DE-INDEXADORES THEN
               DISPLAY "*** ERRO: INDEXADOR INVALIDO NO MESTRE - "
                   "CONTRATO " MC-NUMERO-CONTRATO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0.0 TO SALDO-CONTRATO.
           MOVE 0 TO ATRASO-DO-CONTRATO.
           IF (MC-QUANTIDADE >= 1) AND (MC-QUANTIDADE <= 360) THEN
               PERFORM 3200-APURAR-ATRASO THRU
                   3200-APURAR-ATRASO-EXIT
                   VARYING INDICE FROM 1 BY 1
                   UNTIL INDICE > MC-QUANTIDADE
           END-IF.
           IF SALDO-CONTRATO < 0.005 THEN
               ADD 1 TO TOTAL-SEM-SALDO
               GO TO 3100-PROJETAR-UM-CONTRATO-EXIT
           END-IF.
           MOVE 1 TO FAIXA-DO-ATRASO.
           PERFORM UNTIL FAIXA-DO-ATRASO >= TOTAL-DE-FAIXAS-ATRASO OR
               (ATRASO-DO-CONTRATO <=
                   PERDA-ATRASO-MAXIMO (FAIXA-DO-ATRASO))
               ADD 1 TO FAIXA-DO-ATRASO
           END-PERFORM.
           ADD 1 TO TOTAL-CONTRATOS-PROJETADOS.
           ADD 1 TO ATRASO-CONTRATOS (FAIXA-DO-ATRASO).
           COMPUTE ATRASO-NOMINAL (FAIXA-DO-ATRASO) =
               ATRASO-NOMINAL (FAIXA-DO-ATRASO) + SALDO-CONTRATO.
           COMPUTE ATRASO-PERDA (FAIXA-DO-ATRASO) =
               ATRASO-PERDA (FAIXA-DO-ATRASO) + SALDO-CONTRATO
               * PERDA-PERCENTUAL (FAIXA-DO-ATRASO) / 100.
           COMPUTE INDICE-ABERTURA = MC-INDEXADOR + 1.
           PERFORM 3300-PROJETAR-UMA-PARCELA THRU
               3300-PROJETAR-UMA-PARCELA-EXIT
               VARYING INDICE FROM 1 BY 1
               UNTIL INDICE > MC-QUANTIDADE.
       3100-PROJETAR-UM-CONTRATO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> saldo do contrato e pior atraso dele: os dias corridos
       *> desde o vencimento da parcela com saldo mais antiga entre
       *> as vencidas antes da data de referência
       *> ------------------------------------------------------
       3200-APURAR-ATRASO.
           PERFORM 3210-APURAR-SALDO THRU 3210-APURAR-SALDO-EXIT.
           IF SALDO-PARCELA <= 0.0 THEN
               GO TO 3200-APURAR-ATRASO-EXIT
           END-IF.
           COMPUTE SALDO-CONTRATO = SALDO-CONTRATO + SALDO-PARCELA.
           COMPUTE VENCIMENTO-INTEIRO = FUNCTION INTEGER-OF-DATE
               (MC-DATA-VENCIMENTO (INDICE)).
           IF VENCIMENTO-INTEIRO < DATA-REFERENCIA-INTEIRO THEN
               COMPUTE DIAS-DE-ATRASO =
                   DATA-REFERENCIA-INTEIRO - VENCIMENTO-INTEIRO
               IF DIAS-DE-ATRASO > ATRASO-DO-CONTRATO THEN
                   MOVE DIAS-DE-ATRASO TO ATRASO-DO-CONTRATO
               END-IF
           END-IF.
       3200-APURAR-ATRASO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> o que falta pagar da parcela não quitada (valor
       *> descontado mais o juro implícito, menos o pago), como na
       *> exposição da provisão e no SCR; parcela sem baixa deve
       *> o valor inteiro
       *> ------------------------------------------------------
       3210-APURAR-SALDO.
           MOVE 0.0 TO SALDO-PARCELA.
           IF MC-PARCELA-QUITADA (INDICE) THEN
               GO TO 3210-APURAR-SALDO-EXIT
           END-IF.
           COMPUTE SALDO-PARCELA = MC-VALOR-DESCONTADO (INDICE)
               + MC-JUROS-ACUMULADO (INDICE).
           IF NOT MC-PARCELA-SEM-BAIXA (INDICE) THEN
               COMPUTE SALDO-PARCELA =
                   SALDO-PARCELA - MC-VALOR-PAGO (INDICE)
           END-IF.
       3210-APURAR-SALDO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> a parcela com saldo entra na faixa do seu vencimento, no
       *> indexador do contrato, com a perda da faixa de atraso
       *> do contrato
       *> ------------------------------------------------------
       3300-PROJETAR-UMA-PARCELA.
           PERFORM 3210-APURAR-SALDO THRU 3210-APURAR-SALDO-EXIT.
           IF SALDO-PARCELA <= 0.0 THEN
               GO TO 3300-PROJETAR-UMA-PARCELA-EXIT
           END-IF.
           PERFORM 3310-ENQUADRAR-PARCELA THRU
               3310-ENQUADRAR-PARCELA-EXIT.
           COMPUTE PERDA-PARCELA = SALDO-PARCELA
               * PERDA-PERCENTUAL (FAIXA-DO-ATRASO) / 100.
           ADD 1 TO FX-PARCELAS (INDICE-FAIXA, INDICE-ABERTURA).
           COMPUTE FX-NOMINAL (INDICE-FAIXA, INDICE-ABERTURA) =
               FX-NOMINAL (INDICE-FAIXA, INDICE-ABERTURA)
               + SALDO-PARCELA.
           COMPUTE FX-PERDA (INDICE-FAIXA, INDICE-ABERTURA) =
               FX-PERDA (INDICE-FAIXA, INDICE-ABERTURA)
               + PERDA-PARCELA.
           COMPUTE IDX-NOMINAL (INDICE-ABERTURA) =
               IDX-NOMINAL (INDICE-ABERTURA) + SALDO-PARCELA.
           COMPUTE IDX-PERDA (INDICE-ABERTURA) =
               IDX-PERDA (INDICE-ABERTURA) + PERDA-PARCELA.
           COMPUTE TOTAL-NOMINAL = TOTAL-NOMINAL + SALDO-PARCELA.
           COMPUTE TOTAL-PERDA = TOTAL-PERDA + PERDA-PARCELA.
           ADD 1 TO TOTAL-PARCELAS-PROJETADAS.
           IF INDICE-FAIXA > ULTIMA-FAIXA-USADA THEN
               MOVE INDICE-FAIXA TO ULTIMA-FAIXA-USADA
           END-IF.
       3300-PROJETAR-UMA-PARCELA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> faixa do vencimento da parcela: vencida antes da data de
       *> referência, semana pelos dias até o vencimento nas treze
       *> semanas, senão mês civil contado do primeiro mês da
       *> escada, limitado à última faixa
       *> ------------------------------------------------------
       3310-ENQUADRAR-PARCELA.
           COMPUTE VENCIMENTO-INTEIRO = FUNCTION INTEGER-OF-DATE
               (MC-DATA-VENCIMENTO (INDICE)).
           IF VENCIMENTO-INTEIRO < DATA-REFERENCIA-INTEIRO THEN
               MOVE FAIXA-DOS-VENCIDOS TO INDICE-FAIXA
               GO TO 3310-ENQUADRAR-PARCELA-EXIT
           END-IF.
           IF VENCIMENTO-INTEIRO < INICIO-MENSAL-INTEIRO THEN
               COMPUTE DIAS-ATE-O-VENCIMENTO =
                   VENCIMENTO-INTEIRO - DATA-REFERENCIA-INTEIRO
               DIVIDE DIAS-ATE-O-VENCIMENTO BY DIAS-POR-SEMANA
                   GIVING INDICE-FAIXA
               ADD PRIMEIRA-FAIXA-SEMANAL TO INDICE-FAIXA
               GO TO 3310-ENQUADRAR-PARCELA-EXIT
           END-IF.
           MOVE MC-DATA-VENCIMENTO (INDICE) TO DATA-TRABALHO.
           COMPUTE INDICE-MES = TRABALHO-ANO * 12 + TRABALHO-MES - 1
               - MES-INICIAL-ABSOLUTO.
           IF INDICE-MES >= TOTAL-DE-MESES THEN
               MOVE TOTAL-DE-FAIXAS TO INDICE-FAIXA
           ELSE
               COMPUTE INDICE-FAIXA =
                   PRIMEIRA-FAIXA-MENSAL + INDICE-MES
           END-IF.
       3310-ENQUADRAR-PARCELA-EXIT.
           EXIT.

       3900-LER-MESTRE.
           READ MESTRE NEXT RECORD
               AT END
                   MOVE 1 TO FIM-MESTRE
           END-READ.
           IF (STATUS-MESTRE NOT = "00")
               AND (STATUS-MESTRE NOT = "10") THEN
               MOVE STATUS-MESTRE TO STATUS-IO-VERIFICADO
               MOVE "MESTRE" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3900-LER-MESTRE-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> imprime a tabela de perda e a escada (toda faixa até a
       *> última com parcela, e sempre as treze semanas), grava o
       *> extrato com o trailer, imprime os totais e as contagens
       *> dos contratos fora da projeção e fecha tudo
       *> ------------------------------------------------------
       8000-FINALIZAR.
           IF OS-ARQUIVOS-ESTAO-ABERTOS THEN
               MOVE DATA-REFERENCIA TO CAB-DATA-EXECUCAO
               WRITE RELATORIO-LINHA FROM LINHA-CABECALHO
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               MOVE "PERDA ESPERADA POR FAIXA DE ATRASO" TO SEC-TITULO
               PERFORM 8100-IMPRIME-SECAO THRU
                   8100-IMPRIME-SECAO-EXIT
               WRITE RELATORIO-LINHA FROM LINHA-TITULO-PERDA
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               PERFORM 8200-IMPRIME-PERDA THRU
                   8200-IMPRIME-PERDA-EXIT
                   VARYING INDICE-PERDA FROM 1 BY 1
                   UNTIL INDICE-PERDA > TOTAL-DE-FAIXAS-ATRASO
               MOVE "ESCADA DE LIQUIDEZ (ESPERADO = NOMINAL - PERDA)"
                   TO SEC-TITULO
               PERFORM 8100-IMPRIME-SECAO THRU
                   8100-IMPRIME-SECAO-EXIT
               WRITE RELATORIO-LINHA FROM LINHA-TITULO-ESCADA
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               IF ULTIMA-FAIXA-USADA < PRIMEIRA-FAIXA-MENSAL THEN
                   COMPUTE ULTIMA-FAIXA-USADA =
                       PRIMEIRA-FAIXA-MENSAL - 1
               END-IF
               PERFORM 8300-IMPRIME-FAIXA THRU
                   8300-IMPRIME-FAIXA-EXIT
                   VARYING INDICE-FAIXA FROM 1 BY 1
                   UNTIL INDICE-FAIXA > ULTIMA-FAIXA-USADA
               PERFORM 8400-IMPRIME-TOTAL-ESCADA THRU
                   8400-IMPRIME-TOTAL-ESCADA-EXIT
               PERFORM 8500-GRAVAR-FAIXA THRU
                   8500-GRAVAR-FAIXA-EXIT
                   VARYING INDICE-FAIXA FROM 1 BY 1
                   UNTIL INDICE-FAIXA > ULTIMA-FAIXA-USADA
               MOVE SPACES TO LIQUIDEZ-TRAILER-REG
               MOVE 9 TO LR-TIPO
               MOVE DATA-REFERENCIA TO LR-DATA-REFERENCIA
               MOVE TOTAL-REGISTROS-EXTRATO TO LR-TOTAL-REGISTROS
               MOVE TOTAL-PARCELAS-EXTRATO TO LR-TOTAL-PARCELAS
               MOVE TOTAL-NOMINAL-EXTRATO TO LR-VALOR-NOMINAL
               MOVE TOTAL-PERDA-EXTRATO TO LR-PERDA-ESPERADA
               WRITE LIQUIDEZ-TRAILER-REG
               PERFORM 9020-VERIFICA-EXTRATO THRU
                   9020-VERIFICA-EXTRATO-EXIT
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               MOVE TOTAL-CONTRATOS-PROJETADOS TO TOT-CONTRATOS
               MOVE TOTAL-PARCELAS-PROJETADAS TO TOT-PARCELAS
               WRITE RELATORIO-LINHA FROM LINHA-TOTAL
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               MOVE TOTAL-SEM-SALDO TO SSD-CONTRATOS
               WRITE RELATORIO-LINHA FROM LINHA-SEM-SALDO
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               MOVE TOTAL-SEM-LIMPEZA TO LMP-CONTRATOS
               WRITE RELATORIO-LINHA FROM LINHA-LIMPEZA
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               MOVE TOTAL-EM-PREJUIZO TO PRJ-CONTRATOS
               WRITE RELATORIO-LINHA FROM LINHA-PREJUIZO
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               MOVE TOTAL-CEDIDOS TO CED-CONTRATOS
               WRITE RELATORIO-LINHA FROM LINHA-CEDIDOS
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               CLOSE MESTRE
               CLOSE EXTRATO
               CLOSE RELATORIO
               DISPLAY "ESCADA DE LIQUIDEZ PROJETADA: "
                   TOTAL-CONTRATOS-PROJETADOS " CONTRATO(S), "
                   TOTAL-PARCELAS-PROJETADAS " PARCELA(S), "
                   TOTAL-REGISTROS-EXTRATO " REGISTRO(S) NO EXTRATO"
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       8100-IMPRIME-SECAO.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           WRITE RELATORIO-LINHA FROM LINHA-SECAO.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       8100-IMPRIME-SECAO-EXIT.
           EXIT.

       8200-IMPRIME-PERDA.
           MOVE PERDA-NOME (INDICE-PERDA) TO DET-PRD-FAIXA.
           MOVE PERDA-ATRASO-MAXIMO (INDICE-PERDA) TO DET-PRD-ATRASO.
           MOVE PERDA-PERCENTUAL (INDICE-PERDA) TO DET-PRD-PERCENTUAL.
           MOVE ATRASO-CONTRATOS (INDICE-PERDA) TO DET-PRD-CONTRATOS.
           COMPUTE DET-PRD-NOMINAL ROUNDED =
               ATRASO-NOMINAL (INDICE-PERDA).
           COMPUTE DET-PRD-PERDA ROUNDED = ATRASO-PERDA (INDICE-PERDA).
           WRITE RELATORIO-LINHA FROM LINHA-PERDA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       8200-IMPRIME-PERDA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> uma faixa da escada: o esperado de cada indexador e o
       *> nominal, a perda e o esperado da faixa inteira
       *> ------------------------------------------------------
       8300-IMPRIME-FAIXA.
           MOVE SPACES TO LINHA-ESCADA.
           IF FX-TIPO (INDICE-FAIXA) = "V" THEN
               MOVE "VENCIDO" TO DET-FAIXA-TIPO
               MOVE SPACES TO DET-DATA-INICIO
           ELSE
               IF FX-TIPO (INDICE-FAIXA) = "S" THEN
                   MOVE "SEMANA" TO DET-FAIXA-TIPO
               ELSE
                   MOVE "MES" TO DET-FAIXA-TIPO
               END-IF
               MOVE FX-DATA-INICIO (INDICE-FAIXA) TO DET-DATA-INICIO
           END-IF.
           MOVE FX-NUMERO (INDICE-FAIXA) TO DET-FAIXA-NUMERO.
           MOVE FX-DATA-FIM (INDICE-FAIXA) TO DET-DATA-FIM.
           MOVE 0.0 TO SALDO-CONTRATO.
           MOVE 0.0 TO PERDA-PARCELA.
           PERFORM VARYING INDICE-ABERTURA FROM 1 BY 1
               UNTIL INDICE-ABERTURA > TOTAL-DE-INDEXADORES
               COMPUTE DET-ESPERADO (INDICE-ABERTURA) ROUNDED =
                   FX-NOMINAL (INDICE-FAIXA, INDICE-ABERTURA)
                   - FX-PERDA (INDICE-FAIXA, INDICE-ABERTURA)
               COMPUTE SALDO-CONTRATO = SALDO-CONTRATO
                   + FX-NOMINAL (INDICE-FAIXA, INDICE-ABERTURA)
               COMPUTE PERDA-PARCELA = PERDA-PARCELA
                   + FX-PERDA (INDICE-FAIXA, INDICE-ABERTURA)
           END-PERFORM.
           COMPUTE DET-NOMINAL ROUNDED = SALDO-CONTRATO.
           COMPUTE DET-PERDA ROUNDED = PERDA-PARCELA.
           COMPUTE DET-TOTAL-ESPERADO ROUNDED =
               SALDO-CONTRATO - PERDA-PARCELA.
           WRITE RELATORIO-LINHA FROM LINHA-ESCADA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       8300-IMPRIME-FAIXA-EXIT.
           EXIT.

       8400-IMPRIME-TOTAL-ESCADA.
           MOVE SPACES TO LINHA-ESCADA.
           MOVE "TOTAL" TO DET-FAIXA-TIPO.
           MOVE 0 TO DET-FAIXA-NUMERO.
           MOVE SPACES TO DET-DATA-INICIO.
           MOVE SPACES TO DET-DATA-FIM.
           PERFORM VARYING INDICE-ABERTURA FROM 1 BY 1
               UNTIL INDICE-ABERTURA > TOTAL-DE-INDEXADORES
               COMPUTE DET-ESPERADO (INDICE-ABERTURA) ROUNDED =
                   IDX-NOMINAL (INDICE-ABERTURA)
                   - IDX-PERDA (INDICE-ABERTURA)
           END-PERFORM.
           COMPUTE DET-NOMINAL ROUNDED = TOTAL-NOMINAL.
           COMPUTE DET-PERDA ROUNDED = TOTAL-PERDA.
           COMPUTE DET-TOTAL-ESPERADO ROUNDED =
               TOTAL-NOMINAL - TOTAL-PERDA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           WRITE RELATORIO-LINHA FROM LINHA-ESCADA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       8400-IMPRIME-TOTAL-ESCADA-EXIT.
           EXIT.

       8500-GRAVAR-FAIXA.
           PERFORM 8510-GRAVAR-INDEXADOR THRU
               8510-GRAVAR-INDEXADOR-EXIT
               VARYING INDICE-ABERTURA FROM 1 BY 1
               UNTIL INDICE-ABERTURA > TOTAL-DE-INDEXADORES.
       8500-GRAVAR-FAIXA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> um registro do extrato para a faixa e o indexador com
       *> parcela; o esperado é a diferença dos valores já
       *> arredondados, para o registro fechar em si mesmo
       *> ------------------------------------------------------
       8510-GRAVAR-INDEXADOR.
           IF FX-PARCELAS (INDICE-FAIXA, INDICE-ABERTURA) = 0 THEN
               GO TO 8510-GRAVAR-INDEXADOR-EXIT
           END-IF.
           MOVE 1 TO LA-TIPO.
           MOVE DATA-REFERENCIA TO LA-DATA-REFERENCIA.
           MOVE INDICE-FAIXA TO LA-SEQUENCIA-FAIXA.
           MOVE FX-TIPO (INDICE-FAIXA) TO LA-TIPO-FAIXA.
           MOVE FX-NUMERO (INDICE-FAIXA) TO LA-NUMERO-FAIXA.
           MOVE FX-DATA-INICIO (INDICE-FAIXA) TO LA-DATA-INICIO.
           MOVE FX-DATA-FIM (INDICE-FAIXA) TO LA-DATA-FIM.
           COMPUTE LA-INDEXADOR = INDICE-ABERTURA - 1.
           MOVE FX-PARCELAS (INDICE-FAIXA, INDICE-ABERTURA)
               TO LA-PARCELAS.
           COMPUTE LA-VALOR-NOMINAL ROUNDED =
               FX-NOMINAL (INDICE-FAIXA, INDICE-ABERTURA).
           COMPUTE LA-PERDA-ESPERADA ROUNDED =
               FX-PERDA (INDICE-FAIXA, INDICE-ABERTURA).
           COMPUTE LA-VALOR-ESPERADO =
               LA-VALOR-NOMINAL - LA-PERDA-ESPERADA.
           WRITE LIQUIDEZ-REG.
           PERFORM 9020-VERIFICA-EXTRATO THRU
               9020-VERIFICA-EXTRATO-EXIT.
           ADD 1 TO TOTAL-REGISTROS-EXTRATO.
           ADD LA-PARCELAS TO TOTAL-PARCELAS-EXTRATO.
           ADD LA-VALOR-NOMINAL TO TOTAL-NOMINAL-EXTRATO.
           ADD LA-PERDA-ESPERADA TO TOTAL-PERDA-EXTRATO.
       8510-GRAVAR-INDEXADOR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> aborta a projeção por falha de E/S; espera
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

       *> ------------------------------------------------------
       *> confere STATUS-EXTRATO depois de cada WRITE
       *> ------------------------------------------------------
       9020-VERIFICA-EXTRATO.
           IF STATUS-EXTRATO NOT = "00" THEN
               MOVE STATUS-EXTRATO TO STATUS-IO-VERIFICADO
               MOVE "EXTRATO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       9020-VERIFICA-EXTRATO-EXIT.
           EXIT.
       END PROGRAM LIQUIDEZ.
