       *> Exportação mensal ao SCR (Sistema de Informações de
       *> Crédito do Banco Central): roda no fechamento do mês,
       *> depois do PROVISAO e do MESTRE da data de corte; varre o
       *> mestre indexado MESTRE-CONTRATOS de ponta a ponta casando, em
       *> ordem ascendente de contrato, o rating de cada operação
       *> gravado pelo PROVISAO (RATINGS-PROVISAO), confere o
       *> tomador no cadastro de tomadores e grava o arquivo de
       *> operações para a transmissão (SCR-OPERACOES): um registro
       *> por operação com a identificação do tomador, o rating, o
       *> saldo devedor e a provisão, seguido de um registro por
       *> faixa de vencimento com saldo (a vencer por prazo até o
       *> vencimento, vencido por dias de atraso, baixado para
       *> prejuízo por tempo desde a baixa, nos códigos de
       *> vencimento do SCR), e trailer de totais. O relatório de
       *> controle confere as contagens com a posição da carteira
       *> (POSICAO) e o saldo por rating com a exposição do
       *> relatório de provisão (PROVISAO), para a conformidade
       *> liberar a transmissão; substitui a montagem em planilha a
       *> partir das impressões da posição, da provisão e da
       *> consulta avulsa
       *> Versão 0.1: 15/10/2026: primeira versão
       *> Versão 0.2: 15/10/2026: contrato cedido a outra instituição
       *>             (MC-DATA-CESSAO carimbada pelo CESSAO) deixa de
       *>             ser informado, que a operação passou ao
       *>             cessionário, e é conferido com a posição numa
       *>             linha própria

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCR.
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
           *> rating de cada contrato avaliado pelo PROVISAO na data
           *> de corte, em ordem ascendente de contrato
           SELECT RATINGS ASSIGN TO "RATINGS-PROVISAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-RATINGS.
           *> cadastro indexado de tomadores, para conferir a
           *> identificação do devedor de cada operação
           SELECT TOMADORES ASSIGN TO "CADASTRO-TOMADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TOMADOR
               FILE STATUS IS STATUS-TOMADORES.
           *> arquivo de operações para a transmissão ao SCR, layout
           *> fixo zonado como o LANCAMENTOS do razão
           SELECT OPERACOES ASSIGN TO "SCR-OPERACOES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-OPERACOES.
           *> relatório de controle para a conformidade
           SELECT RELATORIO ASSIGN TO "RELATORIO-SCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  MESTRE
           LABEL RECORDS ARE STANDARD.
       COPY MESTRECT.

       FD  RATINGS
           LABEL RECORDS ARE STANDARD.
       COPY RATING.

       FD  TOMADORES
           LABEL RECORDS ARE STANDARD.
       COPY TOMADOR.

       FD  OPERACOES
           LABEL RECORDS ARE STANDARD.
       *> operação: tomador, rating e saldos da operação
       01  OPERACAO-REG.
           05  SO-TIPO                     PICTURE 9(1).
               88  SO-OPERACAO             VALUE 1.
           05  SO-COMPETENCIA              PICTURE 9(6).
           05  SO-NUMERO-CONTRATO          PICTURE 9(9).
           05  SO-TIPO-PESSOA              PICTURE X(1).
           05  SO-CPF-CNPJ                 PICTURE 9(14).
           05  SO-RATING                   PICTURE X(2).
           05  SO-INDEXADOR                PICTURE 9(1).
           05  SO-DATA-PRECIFICACAO        PICTURE 9(8).
           05  SO-DATA-VENCIMENTO-FINAL    PICTURE 9(8).
           05  SO-SALDO-DEVEDOR            PICTURE 9(11)V99.
           05  SO-PROVISAO                 PICTURE 9(11)V99.
           05  SO-SITUACAO                 PICTURE 9(1).
               88  SO-OPERACAO-ATIVA       VALUE 0.
               88  SO-OPERACAO-EM-PREJUIZO VALUE 1.
       *> faixa de vencimento da operação, logo depois dela
       01  VENCIMENTO-REG.
           05  SV-TIPO                     PICTURE 9(1).
               88  SV-VENCIMENTO           VALUE 2.
           05  SV-COMPETENCIA              PICTURE 9(6).
           05  SV-NUMERO-CONTRATO          PICTURE 9(9).
           05  SV-CODIGO-VENCIMENTO        PICTURE 9(3).
           05  SV-VALOR                    PICTURE 9(11)V99.
           05  FILLER                      PICTURE X(45).
       01  SCR-TRAILER-REG.
           05  ST-TIPO                     PICTURE 9(1).
               88  ST-TRAILER              VALUE 9.
           05  ST-COMPETENCIA              PICTURE 9(6).
           05  ST-TOTAL-OPERACOES          PICTURE 9(9).
           05  ST-TOTAL-REGISTROS          PICTURE 9(9).
           05  ST-TOTAL-SALDO              PICTURE 9(13)V99.
           05  FILLER                      PICTURE X(37).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  RELATORIO-LINHA                 PICTURE X(132).

       LOCAL-STORAGE SECTION.
       *> faixas de vencimento do SCR: as onze a vencer, as doze
       *> vencidas e as duas de prejuízo, nesta ordem
       78  TOTAL-DE-FAIXAS VALUE 25.
       78  PRIMEIRA-FAIXA-VENCIDA VALUE 12.
       78  FAIXA-PREJUIZO-ATE-12-MESES VALUE 24.
       78  FAIXA-PREJUIZO-ATE-48-MESES VALUE 25.
       *> meses depois da baixa em que o prejuízo deixa de ser
       *> informado
       78  MESES-INFORMANDO-PREJUIZO VALUE 48.
       *> ratings da escada do PROVISAO mais a linha dos contratos
       *> ativos sem rating e a dos baixados para prejuízo em
       *> competência anterior, que a provisão não avalia mais
       78  TOTAL-DE-RATINGS VALUE 9.
       78  LINHA-SEM-RATING VALUE 10.
       78  LINHA-PREJUIZO-ANTERIOR VALUE 11.
       *> diferença tolerada entre o saldo informado e a exposição
       *> da provisão do mesmo contrato
       78  TOLERANCIA-DIVERGENCIA VALUE 0.01.

       *> cada faixa é o código de vencimento do SCR, o limite
       *> superior em dias (a vencer: dias até o vencimento;
       *> vencida: dias de atraso; prejuízo: meses desde a baixa)
       *> e a descrição
       01  TABELA-FAIXAS.
           05  FILLER PICTURE X(28) VALUE
               "11000030A VENCER ATE 30 D   ".
           05  FILLER PICTURE X(28) VALUE
               "12000060A VENCER 31 A 60 D  ".
           05  FILLER PICTURE X(28) VALUE
               "13000090A VENCER 61 A 90 D  ".
           05  FILLER PICTURE X(28) VALUE
               "14000180A VENCER 91 A 180 D ".
           05  FILLER PICTURE X(28) VALUE
               "15000360A VENCER 181 A 360 D".
           05  FILLER PICTURE X(28) VALUE
               "16000720A VENCER 361 A 720 D".
           05  FILLER PICTURE X(28) VALUE
               "16501080A VENCER 721A1080 D ".
           05  FILLER PICTURE X(28) VALUE
               "17001440A VENCER 1081A1440 D".
           05  FILLER PICTURE X(28) VALUE
               "17501800A VENCER 1441A1800 D".
           05  FILLER PICTURE X(28) VALUE
               "18005400A VENCER 1801A5400 D".
           05  FILLER PICTURE X(28) VALUE
               "19099999A VENCER ACIMA 5400 ".
           05  FILLER PICTURE X(28) VALUE
               "20500014VENCIDO 1 A 14 D    ".
           05  FILLER PICTURE X(28) VALUE
               "21000030VENCIDO 15 A 30 D   ".
           05  FILLER PICTURE X(28) VALUE
               "22000060VENCIDO 31 A 60 D   ".
           05  FILLER PICTURE X(28) VALUE
               "23000090VENCIDO 61 A 90 D   ".
           05  FILLER PICTURE X(28) VALUE
               "24000120VENCIDO 91 A 120 D  ".
           05  FILLER PICTURE X(28) VALUE
               "24500150VENCIDO 121 A 150 D ".
           05  FILLER PICTURE X(28) VALUE
               "25000180VENCIDO 151 A 180 D ".
           05  FILLER PICTURE X(28) VALUE
               "25500240VENCIDO 181 A 240 D ".
           05  FILLER PICTURE X(28) VALUE
               "26000300VENCIDO 241 A 300 D ".
           05  FILLER PICTURE X(28) VALUE
               "27000360VENCIDO 301 A 360 D ".
           05  FILLER PICTURE X(28) VALUE
               "28000540VENCIDO 361 A 540 D ".
           05  FILLER PICTURE X(28) VALUE
               "29099999VENCIDO ACIMA 540 D ".
           05  FILLER PICTURE X(28) VALUE
               "31000012PREJUIZO ATE 12 M   ".
           05  FILLER PICTURE X(28) VALUE
               "32000048PREJUIZO 13 A 48 M  ".
       01  FAIXAS-VENCIMENTO REDEFINES TABELA-FAIXAS.
           05  FAIXA OCCURS TOTAL-DE-FAIXAS TIMES.
               10  FAIXA-CODIGO            PICTURE 9(3).
               10  FAIXA-LIMITE            PICTURE 9(5).
               10  FAIXA-DESCRICAO         PICTURE X(20).

       *> saldo do contrato corrente em cada faixa e totais de cada
       *> faixa na exportação
       01  SALDOS-DO-CONTRATO.
           05  SALDO-FAIXA OCCURS TOTAL-DE-FAIXAS TIMES COMP-2.
       01  TOTAIS-POR-FAIXA.
           05  FAIXA-TOTAL OCCURS TOTAL-DE-FAIXAS TIMES.
               10  FX-OPERACOES            PICTURE 9(9).
               10  FX-VALOR                PICTURE 9(13)V99.

       *> nomes dos ratings na ordem da escada do PROVISAO
       01  TABELA-NOMES-RATING.
           05  FILLER PICTURE X(2) VALUE "AA".
           05  FILLER PICTURE X(2) VALUE "A ".
           05  FILLER PICTURE X(2) VALUE "B ".
           05  FILLER PICTURE X(2) VALUE "C ".
           05  FILLER PICTURE X(2) VALUE "D ".
           05  FILLER PICTURE X(2) VALUE "E ".
           05  FILLER PICTURE X(2) VALUE "F ".
           05  FILLER PICTURE X(2) VALUE "G ".
           05  FILLER PICTURE X(2) VALUE "H ".
       01  NOMES-RATING REDEFINES TABELA-NOMES-RATING.
           05  NOME-RATING PICTURE X(2)
                           OCCURS TOTAL-DE-RATINGS TIMES.

       *> por rating, o que a provisão avaliou (do arquivo de
       *> ratings) e o que foi informado ao SCR
       01  TOTAIS-POR-RATING.
           05  RATING-TOTAL OCCURS LINHA-PREJUIZO-ANTERIOR TIMES.
               10  PRV-CONTRATOS           PICTURE 9(9).
               10  PRV-EXPOSICAO           COMP-2.
               10  PRV-PROVISAO            COMP-2.
               10  INF-CONTRATOS           PICTURE 9(9).
               10  INF-SALDO               COMP-2.

       *> variáveis do contrato corrente
       01  INDICE                          PICTURE 9(9).
       01  INDICE-FAIXA                    PICTURE 9(2).
       01  INDICE-RATING                   PICTURE 9(2).
       01  FAIXA-INICIAL                   PICTURE 9(2).
       01  FAIXA-FINAL                     PICTURE 9(2).
       01  DIAS-DA-FAIXA                   PICTURE 9(8).
       01  VENCIMENTO-INTEIRO              PICTURE 9(8).
       01  MESES-DESDE-A-BAIXA             PICTURE 9(5).
       01  SALDO-PARCELA                   COMP-2.
       01  SALDO-CONTRATO                  COMP-2.
       01  DIFERENCA-CONTRATO              COMP-2.
       01  VALOR-FAIXA                     PICTURE 9(11)V99.
       01  RATING-DO-CONTRATO              PICTURE 9(2).
       01  EXPOSICAO-DO-CONTRATO           COMP-2.
       01  PROVISAO-DO-CONTRATO            COMP-2.
       01  DATA-PREJUIZO                   PICTURE 9(8).
       01  DATA-PREJUIZO-R REDEFINES DATA-PREJUIZO.
           05  PREJUIZO-ANO                PICTURE 9(4).
           05  PREJUIZO-MES                PICTURE 9(2).
           05  PREJUIZO-DIA                PICTURE 9(2).

       *> contagens de conferência com a posição da carteira e de
       *> pendências, e totais de controle do arquivo
       01  TOTAL-ATIVOS-INFORMADOS         PICTURE 9(9) VALUE 0.
       01  TOTAL-ATIVOS-SEM-SALDO          PICTURE 9(9) VALUE 0.
       01  TOTAL-PREJUIZO-INFORMADOS       PICTURE 9(9) VALUE 0.
       01  TOTAL-PREJUIZO-NAO-INFORMADOS   PICTURE 9(9) VALUE 0.
       01  TOTAL-SEM-LIMPEZA               PICTURE 9(9) VALUE 0.
       01  TOTAL-CEDIDOS                   PICTURE 9(9) VALUE 0.
       01  TOTAL-SEM-RATING                PICTURE 9(9) VALUE 0.
       01  TOTAL-RATINGS-SEM-MESTRE        PICTURE 9(9) VALUE 0.
       01  TOTAL-DIVERGENCIAS              PICTURE 9(9) VALUE 0.
       01  TOTAL-SEM-CADASTRO              PICTURE 9(9) VALUE 0.
       01  TOTAL-OPERACOES                 PICTURE 9(9) VALUE 0.
       01  TOTAL-REGISTROS                 PICTURE 9(9) VALUE 0.
       01  TOTAL-SALDO                     PICTURE 9(13)V99 VALUE 0.
       01  TOTAL-PENDENCIAS                PICTURE 9(9) VALUE 0.

       *> controle de arquivos
       01  FIM-MESTRE                      PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-MESTRE          VALUE 1.
       01  FIM-RATINGS                     PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-RATINGS         VALUE 1.
       01  STATUS-MESTRE                   PICTURE X(2).
       01  STATUS-RATINGS                  PICTURE X(2).
       01  STATUS-TOMADORES                PICTURE X(2).
       01  STATUS-OPERACOES                PICTURE X(2).
       01  STATUS-RELATORIO                PICTURE X(2).
       01  ARQUIVOS-ABERTOS                PICTURE 9(1) VALUE 0.
           88  OS-ARQUIVOS-ESTAO-ABERTOS   VALUE 1.

       *> liga quando o contrato corrente tem rating do PROVISAO
       01  SITUACAO-RATING                 PICTURE 9(1) VALUE 0.
           88  CONTRATO-COM-RATING         VALUE 1.

       *> campos comuns para relatar e abortar num erro de E/S
       01  STATUS-IO-VERIFICADO            PICTURE X(2).
       01  DESCRICAO-ARQUIVO-IO            PICTURE X(20).

       *> data de corte pedida ao operador e a competência dela,
       *> como na provisão
       01  DATA-CORTE                      PICTURE 9(8).
       01  DATA-CORTE-R REDEFINES DATA-CORTE.
           05  CORTE-COMPETENCIA           PICTURE 9(6).
           05  CORTE-DIA                   PICTURE 9(2).
       01  DATA-CORTE-ANO-MES REDEFINES DATA-CORTE.
           05  CORTE-ANO                   PICTURE 9(4).
           05  CORTE-MES                   PICTURE 9(2).
           05  FILLER                      PICTURE 9(2).
       01  CORTE-INTEIRO                   PICTURE 9(8).

       *> layout do relatório de controle
       01  LINHA-CABECALHO.
           05  FILLER PICTURE X(30)
                       VALUE "EXPORTACAO SCR - COMPETENCIA: ".
           05  CAB-COMPETENCIA         PICTURE 9(6).
           05  FILLER PICTURE X(17) VALUE "  DATA DE CORTE: ".
           05  CAB-DATA-CORTE          PICTURE 9(8).
       01  LINHA-SECAO.
           05  SEC-TITULO              PICTURE X(50).
       01  LINHA-POSICAO-ATIVOS.
           05  FILLER PICTURE X(36)
                   VALUE "CONTRATOS ATIVOS (POSICAO):        ".
           05  PSA-CONTRATOS           PICTURE Z(8)9.
           05  FILLER PICTURE X(15) VALUE "  INFORMADOS: ".
           05  PSA-INFORMADOS          PICTURE Z(8)9.
           05  FILLER PICTURE X(14) VALUE "  SEM SALDO: ".
           05  PSA-SEM-SALDO           PICTURE Z(8)9.
       01  LINHA-POSICAO-PREJUIZO.
           05  FILLER PICTURE X(36)
                   VALUE "BAIXADOS PARA PREJUIZO (POSICAO):  ".
           05  PSP-CONTRATOS           PICTURE Z(8)9.
           05  FILLER PICTURE X(15) VALUE "  INFORMADOS: ".
           05  PSP-INFORMADOS          PICTURE Z(8)9.
           05  FILLER PICTURE X(32)
                   VALUE "  FORA DO PRAZO OU SEM SALDO: ".
           05  PSP-NAO-INFORMADOS      PICTURE Z(8)9.
       01  LINHA-POSICAO-LIMPEZA.
           05  FILLER PICTURE X(36)
                   VALUE "REJEITADOS OU SEM CONVERGENCIA:    ".
           05  PSL-CONTRATOS           PICTURE Z(8)9.
       01  LINHA-POSICAO-CEDIDOS.
           05  FILLER PICTURE X(36)
                   VALUE "CEDIDOS (POSICAO), NAO INFORMADOS: ".
           05  PSC-CONTRATOS           PICTURE Z(8)9.
       01  LINHA-TITULO-RATINGS.
           05  FILLER PICTURE X(8) VALUE "RATING".
           05  FILLER PICTURE X(11) VALUE "CONTR.PROV".
           05  FILLER PICTURE X(17) VALUE "EXPOSICAO PROV.".
           05  FILLER PICTURE X(17) VALUE "PROVISAO".
           05  FILLER PICTURE X(11) VALUE "CONTR.SCR".
           05  FILLER PICTURE X(17) VALUE "SALDO SCR".
           05  FILLER PICTURE X(14) VALUE "DIFERENCA".
       01  LINHA-RATING.
           05  DET-RATING              PICTURE X(6).
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-PRV-CONTRATOS       PICTURE Z(8)9.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-PRV-EXPOSICAO       PICTURE Z(12)9.99.
           05  FILLER                  PICTURE X(1) VALUE SPACE.
           05  DET-PRV-PROVISAO        PICTURE Z(12)9.99.
           05  FILLER                  PICTURE X(1) VALUE SPACE.
           05  DET-INF-CONTRATOS       PICTURE Z(8)9.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-INF-SALDO           PICTURE Z(12)9.99.
           05  FILLER                  PICTURE X(1) VALUE SPACE.
           05  DET-DIFERENCA           PICTURE -(12)9.99.
       01  LINHA-TITULO-FAIXAS.
           05  FILLER PICTURE X(8) VALUE "CODIGO".
           05  FILLER PICTURE X(22) VALUE "FAIXA".
           05  FILLER PICTURE X(11) VALUE "OPERACOES".
           05  FILLER PICTURE X(17) VALUE "SALDO".
       01  LINHA-FAIXA.
           05  DET-CODIGO              PICTURE 9(3).
           05  FILLER                  PICTURE X(5) VALUE SPACE.
           05  DET-DESCRICAO           PICTURE X(20).
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-OPERACOES           PICTURE Z(8)9.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-VALOR               PICTURE Z(12)9.99.
       01  LINHA-TOTAL-ARQUIVO.
           05  FILLER PICTURE X(30) VALUE "OPERACOES INFORMADAS:".
           05  TOT-OPERACOES           PICTURE Z(8)9.
           05  FILLER PICTURE X(13) VALUE "  REGISTROS: ".
           05  TOT-REGISTROS           PICTURE Z(8)9.
           05  FILLER PICTURE X(10) VALUE "  SALDO: ".
           05  TOT-SALDO               PICTURE Z(12)9.99.
       01  LINHA-PENDENCIAS.
           05  FILLER PICTURE X(14) VALUE "SEM RATING: ".
           05  PND-SEM-RATING          PICTURE Z(8)9.
           05  FILLER PICTURE X(22) VALUE "  RATING SEM MESTRE: ".
           05  PND-SEM-MESTRE          PICTURE Z(8)9.
           05  FILLER PICTURE X(17) VALUE "  DIVERGENCIAS: ".
           05  PND-DIVERGENCIAS        PICTURE Z(8)9.
           05  FILLER PICTURE X(24)
                       VALUE "  TOMADOR SEM CADASTRO: ".
           05  PND-SEM-CADASTRO        PICTURE Z(8)9.
       01  LINHA-SITUACAO.
           05  SIT-TEXTO               PICTURE X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 3000-INFORMAR-CONTRATOS THRU
               3000-INFORMAR-CONTRATOS-EXIT
               UNTIL NAO-HA-MAIS-MESTRE.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GOBACK.

       *> ------------------------------------------------------
       *> valida a data de corte, abre os arquivos, lê o primeiro
       *> contrato e o primeiro rating e confere que os ratings
       *> são da competência da data de corte
       *> ------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT DATA-CORTE.
           IF DATA-CORTE NOT NUMERIC THEN
               DISPLAY "*** DATA DE CORTE INVALIDA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE CORTE-INTEIRO =
               FUNCTION INTEGER-OF-DATE (DATA-CORTE).
           IF CORTE-INTEIRO = 0 THEN
               DISPLAY "*** DATA DE CORTE INVALIDA: " DATA-CORTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING INDICE-FAIXA FROM 1 BY 1
               UNTIL INDICE-FAIXA > TOTAL-DE-FAIXAS
               MOVE 0 TO FX-OPERACOES (INDICE-FAIXA)
               MOVE 0 TO FX-VALOR (INDICE-FAIXA)
           END-PERFORM.
           PERFORM VARYING INDICE-RATING FROM 1 BY 1
               UNTIL INDICE-RATING > LINHA-PREJUIZO-ANTERIOR
               MOVE 0 TO PRV-CONTRATOS (INDICE-RATING)
               MOVE 0.0 TO PRV-EXPOSICAO (INDICE-RATING)
               MOVE 0.0 TO PRV-PROVISAO (INDICE-RATING)
               MOVE 0 TO INF-CONTRATOS (INDICE-RATING)
               MOVE 0.0 TO INF-SALDO (INDICE-RATING)
           END-PERFORM.
           OPEN INPUT MESTRE.
           IF STATUS-MESTRE NOT = "00" THEN
               DISPLAY "*** ERRO AO ABRIR MESTRE-CONTRATOS: "
                   STATUS-MESTRE
               MOVE 1 TO FIM-MESTRE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           *> sem os ratings do mês não há o que informar: a
           *> provisão da data de corte tem que rodar antes
           OPEN INPUT RATINGS.
           IF STATUS-RATINGS NOT = "00" THEN
               DISPLAY "*** RATINGS-PROVISAO INDISPONIVEL (STATUS "
                   STATUS-RATINGS ") - RODE O PROVISAO DA DATA DE "
                   "CORTE ANTES DA EXPORTACAO"
               CLOSE MESTRE
               MOVE 1 TO FIM-MESTRE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT TOMADORES.
           IF STATUS-TOMADORES NOT = "00" THEN
               MOVE STATUS-TOMADORES TO STATUS-IO-VERIFICADO
               MOVE "TOMADORES" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           PERFORM 3910-LER-RATING THRU 3910-LER-RATING-EXIT.
           IF (NOT NAO-HA-MAIS-RATINGS) AND
               (RA-COMPETENCIA NOT = CORTE-COMPETENCIA) THEN
               DISPLAY "*** RATINGS-PROVISAO DA COMPETENCIA "
                   RA-COMPETENCIA " E NAO DE " CORTE-COMPETENCIA
                   " - EXPORTACAO RECUSADA"
               CLOSE MESTRE
               CLOSE RATINGS
               CLOSE TOMADORES
               MOVE 1 TO FIM-MESTRE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT OPERACOES.
           IF STATUS-OPERACOES NOT = "00" THEN
               MOVE STATUS-OPERACOES TO STATUS-IO-VERIFICADO
               MOVE "OPERACOES" TO DESCRICAO-ARQUIVO-IO
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
       *> informa um contrato do mestre e lê o próximo
       *> ------------------------------------------------------
       3000-INFORMAR-CONTRATOS.
           PERFORM 3050-POSICIONAR-RATING THRU
               3050-POSICIONAR-RATING-EXIT.
           PERFORM 3100-INFORMAR-UM-CONTRATO THRU
               3100-INFORMAR-UM-CONTRATO-EXIT.
           PERFORM 3900-LER-MESTRE THRU 3900-LER-MESTRE-EXIT.
       3000-INFORMAR-CONTRATOS-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> posiciona os ratings (em ordem ascendente) no contrato
       *> do mestre: rating de contrato que não está no mestre
       *> entra no lado da provisão da conferência e vira
       *> pendência; o do contrato corrente é guardado e lido
       *> adiante
       *> ------------------------------------------------------
       3050-POSICIONAR-RATING.
           MOVE 0 TO SITUACAO-RATING.
           MOVE LINHA-SEM-RATING TO RATING-DO-CONTRATO.
           MOVE 0.0 TO EXPOSICAO-DO-CONTRATO.
           MOVE 0.0 TO PROVISAO-DO-CONTRATO.
           PERFORM UNTIL NAO-HA-MAIS-RATINGS OR
               (RA-NUMERO-CONTRATO >= MC-NUMERO-CONTRATO)
               DISPLAY "*** RATING DO CONTRATO " RA-NUMERO-CONTRATO
                   " SEM CONTRATO NO MESTRE"
               ADD 1 TO TOTAL-RATINGS-SEM-MESTRE
               PERFORM 3060-ACUMULAR-RATING THRU
                   3060-ACUMULAR-RATING-EXIT
               PERFORM 3910-LER-RATING THRU 3910-LER-RATING-EXIT
           END-PERFORM.
           IF NAO-HA-MAIS-RATINGS OR
               (RA-NUMERO-CONTRATO NOT = MC-NUMERO-CONTRATO) THEN
               GO TO 3050-POSICIONAR-RATING-EXIT
           END-IF.
           MOVE 1 TO SITUACAO-RATING.
           PERFORM 3060-ACUMULAR-RATING THRU
               3060-ACUMULAR-RATING-EXIT.
           MOVE INDICE-RATING TO RATING-DO-CONTRATO.
           MOVE RA-EXPOSICAO TO EXPOSICAO-DO-CONTRATO.
           MOVE RA-PROVISAO TO PROVISAO-DO-CONTRATO.
           PERFORM 3910-LER-RATING THRU 3910-LER-RATING-EXIT.
       3050-POSICIONAR-RATING-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> leva o rating lido ao lado da provisão da conferência;
       *> deixa em INDICE-RATING a linha dele (rating fora da
       *> escada cai na linha sem rating)
       *> ------------------------------------------------------
       3060-ACUMULAR-RATING.
           MOVE 1 TO INDICE-RATING.
           PERFORM UNTIL INDICE-RATING > TOTAL-DE-RATINGS OR
               (NOME-RATING (INDICE-RATING) = RA-RATING)
               ADD 1 TO INDICE-RATING
           END-PERFORM.
           ADD 1 TO PRV-CONTRATOS (INDICE-RATING).
           COMPUTE PRV-EXPOSICAO (INDICE-RATING) =
               PRV-EXPOSICAO (INDICE-RATING) + RA-EXPOSICAO.
           COMPUTE PRV-PROVISAO (INDICE-RATING) =
               PRV-PROVISAO (INDICE-RATING) + RA-PROVISAO.
       3060-ACUMULAR-RATING-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> contrato baixado para prejuízo é informado na faixa de
       *> prejuízo até MESES-INFORMANDO-PREJUIZO depois da baixa;
       *> contrato cedido e contrato rejeitado ou sem convergência
       *> ficam de fora, como na posição da carteira; os demais
       *> têm o saldo de cada parcela em aberto distribuído nas
       *> faixas a vencer e vencidas. Operação sem saldo não é
       *> informada
       *> ------------------------------------------------------
       3100-INFORMAR-UM-CONTRATO.
           PERFORM VARYING INDICE-FAIXA FROM 1 BY 1
               UNTIL INDICE-FAIXA > TOTAL-DE-FAIXAS
               MOVE 0.0 TO SALDO-FAIXA (INDICE-FAIXA)
           END-PERFORM.
           IF MC-DATA-CESSAO > 0 THEN
               ADD 1 TO TOTAL-CEDIDOS
               GO TO 3100-INFORMAR-UM-CONTRATO-EXIT
           END-IF.
           IF MC-DATA-PREJUIZO > 0 THEN
               MOVE MC-DATA-PREJUIZO TO DATA-PREJUIZO
               COMPUTE MESES-DESDE-A-BAIXA =
                   (CORTE-ANO * 12 + CORTE-MES)
                   - (PREJUIZO-ANO * 12 + PREJUIZO-MES)
               IF MESES-DESDE-A-BAIXA > MESES-INFORMANDO-PREJUIZO
                   THEN
                   ADD 1 TO TOTAL-PREJUIZO-NAO-INFORMADOS
                   GO TO 3100-INFORMAR-UM-CONTRATO-EXIT
               END-IF
           ELSE
               IF (MC-STATUS NOT = 0) OR (MC-CONVERGIU = 0) THEN
                   ADD 1 TO TOTAL-SEM-LIMPEZA
                   GO TO 3100-INFORMAR-UM-CONTRATO-EXIT
               END-IF
           END-IF.
           MOVE 0.0 TO SALDO-CONTRATO.
           IF (MC-QUANTIDADE >= 1) AND (MC-QUANTIDADE <= 360) THEN
               PERFORM 3200-CLASSIFICAR-UMA-PARCELA THRU
                   3200-CLASSIFICAR-UMA-PARCELA-EXIT
                   VARYING INDICE FROM 1 BY 1
                   UNTIL INDICE > MC-QUANTIDADE
           END-IF.
           IF SALDO-CONTRATO < 0.005 THEN
               IF MC-DATA-PREJUIZO > 0 THEN
                   ADD 1 TO TOTAL-PREJUIZO-NAO-INFORMADOS
               ELSE
                   ADD 1 TO TOTAL-ATIVOS-SEM-SALDO
               END-IF
               GO TO 3100-INFORMAR-UM-CONTRATO-EXIT
           END-IF.
           IF MC-DATA-PREJUIZO > 0 THEN
               ADD 1 TO TOTAL-PREJUIZO-INFORMADOS
           ELSE
               ADD 1 TO TOTAL-ATIVOS-INFORMADOS
           END-IF.
           PERFORM 3300-CONFERIR-TOMADOR THRU
               3300-CONFERIR-TOMADOR-EXIT.
           PERFORM 3400-CONFERIR-RATING THRU
               3400-CONFERIR-RATING-EXIT.
           PERFORM 3500-GRAVAR-OPERACAO THRU
               3500-GRAVAR-OPERACAO-EXIT.
       3100-INFORMAR-UM-CONTRATO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> saldo da parcela não quitada (o que falta pagar do valor
       *> descontado mais o juro implícito, como na exposição da
       *> provisão) na sua faixa: prejuízo pelos meses desde a
       *> baixa, vencida pelos dias de atraso na data de corte, a
       *> vencer pelos dias até o vencimento
       *> ------------------------------------------------------
       3200-CLASSIFICAR-UMA-PARCELA.
           IF MC-PARCELA-QUITADA (INDICE) THEN
               GO TO 3200-CLASSIFICAR-UMA-PARCELA-EXIT
           END-IF.
           COMPUTE SALDO-PARCELA = MC-VALOR-DESCONTADO (INDICE)
               + MC-JUROS-ACUMULADO (INDICE).
           IF NOT MC-PARCELA-SEM-BAIXA (INDICE) THEN
               COMPUTE SALDO-PARCELA =
                   SALDO-PARCELA - MC-VALOR-PAGO (INDICE)
           END-IF.
           IF SALDO-PARCELA <= 0.0 THEN
               GO TO 3200-CLASSIFICAR-UMA-PARCELA-EXIT
           END-IF.
           IF MC-DATA-PREJUIZO > 0 THEN
               IF MESES-DESDE-A-BAIXA <=
                   FAIXA-LIMITE (FAIXA-PREJUIZO-ATE-12-MESES) THEN
                   MOVE FAIXA-PREJUIZO-ATE-12-MESES TO INDICE-FAIXA
               ELSE
                   MOVE FAIXA-PREJUIZO-ATE-48-MESES TO INDICE-FAIXA
               END-IF
           ELSE
               COMPUTE VENCIMENTO-INTEIRO = FUNCTION INTEGER-OF-DATE
                   (MC-DATA-VENCIMENTO (INDICE))
               IF VENCIMENTO-INTEIRO < CORTE-INTEIRO THEN
                   COMPUTE DIAS-DA-FAIXA =
                       CORTE-INTEIRO - VENCIMENTO-INTEIRO
                   MOVE PRIMEIRA-FAIXA-VENCIDA TO FAIXA-INICIAL
                   COMPUTE FAIXA-FINAL =
                       FAIXA-PREJUIZO-ATE-12-MESES - 1
               ELSE
                   COMPUTE DIAS-DA-FAIXA =
                       VENCIMENTO-INTEIRO - CORTE-INTEIRO
                   MOVE 1 TO FAIXA-INICIAL
                   COMPUTE FAIXA-FINAL = PRIMEIRA-FAIXA-VENCIDA - 1
               END-IF
               MOVE FAIXA-INICIAL TO INDICE-FAIXA
               PERFORM UNTIL INDICE-FAIXA >= FAIXA-FINAL OR
                   (DIAS-DA-FAIXA <= FAIXA-LIMITE (INDICE-FAIXA))
                   ADD 1 TO INDICE-FAIXA
               END-PERFORM
           END-IF.
           COMPUTE SALDO-FAIXA (INDICE-FAIXA) =
               SALDO-FAIXA (INDICE-FAIXA) + SALDO-PARCELA.
           COMPUTE SALDO-CONTRATO = SALDO-CONTRATO + SALDO-PARCELA.
       3200-CLASSIFICAR-UMA-PARCELA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> a identificação informada é a do contrato; tomador fora
       *> do cadastro é pendência para a conformidade
       *> ------------------------------------------------------
       3300-CONFERIR-TOMADOR.
           MOVE MC-TOMADOR TO TM-TOMADOR.
           READ TOMADORES.
           IF STATUS-TOMADORES = "00" THEN
               GO TO 3300-CONFERIR-TOMADOR-EXIT
           END-IF.
           IF STATUS-TOMADORES NOT = "23" THEN
               MOVE STATUS-TOMADORES TO STATUS-IO-VERIFICADO
               MOVE "TOMADORES" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           DISPLAY "*** CONTRATO " MC-NUMERO-CONTRATO
               " COM TOMADOR SEM CADASTRO: " MC-TIPO-PESSOA " "
               MC-CPF-CNPJ.
           ADD 1 TO TOTAL-SEM-CADASTRO.
       3300-CONFERIR-TOMADOR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> leva o saldo informado ao lado do SCR da conferência, na
       *> linha do rating do contrato; contrato em prejuízo sem
       *> rating do mês (baixado em competência anterior) tem
       *> linha própria e é informado como H, o último degrau;
       *> contrato ativo sem rating e saldo que não bate com a
       *> exposição da provisão são pendências
       *> ------------------------------------------------------
       3400-CONFERIR-RATING.
           IF (NOT CONTRATO-COM-RATING) AND
               (MC-DATA-PREJUIZO > 0) THEN
               MOVE LINHA-PREJUIZO-ANTERIOR TO RATING-DO-CONTRATO
           END-IF.
           IF (NOT CONTRATO-COM-RATING) AND
               (MC-DATA-PREJUIZO = 0) THEN
               DISPLAY "*** CONTRATO " MC-NUMERO-CONTRATO
                   " SEM RATING DO PROVISAO"
               ADD 1 TO TOTAL-SEM-RATING
           END-IF.
           ADD 1 TO INF-CONTRATOS (RATING-DO-CONTRATO).
           COMPUTE INF-SALDO (RATING-DO-CONTRATO) =
               INF-SALDO (RATING-DO-CONTRATO) + SALDO-CONTRATO.
           IF NOT CONTRATO-COM-RATING THEN
               GO TO 3400-CONFERIR-RATING-EXIT
           END-IF.
           COMPUTE DIFERENCA-CONTRATO =
               SALDO-CONTRATO - EXPOSICAO-DO-CONTRATO.
           IF (DIFERENCA-CONTRATO > TOLERANCIA-DIVERGENCIA) OR
               (DIFERENCA-CONTRATO < 0 - TOLERANCIA-DIVERGENCIA)
               THEN
               DISPLAY "*** CONTRATO " MC-NUMERO-CONTRATO
                   " COM SALDO DIFERENTE DA EXPOSICAO DA PROVISAO"
               ADD 1 TO TOTAL-DIVERGENCIAS
           END-IF.
       3400-CONFERIR-RATING-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> grava a operação e as faixas com saldo; o saldo devedor
       *> da operação é a soma das faixas arredondadas, para o
       *> arquivo fechar com ele mesmo
       *> ------------------------------------------------------
       3500-GRAVAR-OPERACAO.
           MOVE 1 TO SO-TIPO.
           MOVE CORTE-COMPETENCIA TO SO-COMPETENCIA.
           MOVE MC-NUMERO-CONTRATO TO SO-NUMERO-CONTRATO.
           MOVE MC-TIPO-PESSOA TO SO-TIPO-PESSOA.
           MOVE MC-CPF-CNPJ TO SO-CPF-CNPJ.
           EVALUATE RATING-DO-CONTRATO
               WHEN LINHA-SEM-RATING
                   MOVE SPACES TO SO-RATING
               WHEN LINHA-PREJUIZO-ANTERIOR
                   MOVE NOME-RATING (TOTAL-DE-RATINGS) TO SO-RATING
               WHEN OTHER
                   MOVE NOME-RATING (RATING-DO-CONTRATO) TO SO-RATING
           END-EVALUATE.
           MOVE MC-INDEXADOR TO SO-INDEXADOR.
           MOVE MC-DATA-PRECIFICACAO TO SO-DATA-PRECIFICACAO.
           MOVE MC-DATA-VENCIMENTO (MC-QUANTIDADE)
               TO SO-DATA-VENCIMENTO-FINAL.
           MOVE 0 TO SO-SALDO-DEVEDOR.
           PERFORM VARYING INDICE-FAIXA FROM 1 BY 1
               UNTIL INDICE-FAIXA > TOTAL-DE-FAIXAS
               COMPUTE VALOR-FAIXA ROUNDED =
                   SALDO-FAIXA (INDICE-FAIXA)
               ADD VALOR-FAIXA TO SO-SALDO-DEVEDOR
           END-PERFORM.
           COMPUTE SO-PROVISAO ROUNDED = PROVISAO-DO-CONTRATO.
           IF MC-DATA-PREJUIZO > 0 THEN
               MOVE 1 TO SO-SITUACAO
           ELSE
               MOVE 0 TO SO-SITUACAO
           END-IF.
           WRITE OPERACAO-REG.
           PERFORM 9020-VERIFICA-OPERACOES THRU
               9020-VERIFICA-OPERACOES-EXIT.
           ADD 1 TO TOTAL-OPERACOES.
           ADD 1 TO TOTAL-REGISTROS.
           ADD SO-SALDO-DEVEDOR TO TOTAL-SALDO.
           PERFORM 3550-GRAVAR-FAIXA THRU 3550-GRAVAR-FAIXA-EXIT
               VARYING INDICE-FAIXA FROM 1 BY 1
               UNTIL INDICE-FAIXA > TOTAL-DE-FAIXAS.
       3500-GRAVAR-OPERACAO-EXIT.
           EXIT.

       3550-GRAVAR-FAIXA.
           COMPUTE VALOR-FAIXA ROUNDED = SALDO-FAIXA (INDICE-FAIXA).
           IF VALOR-FAIXA = 0 THEN
               GO TO 3550-GRAVAR-FAIXA-EXIT
           END-IF.
           MOVE SPACES TO VENCIMENTO-REG.
           MOVE 2 TO SV-TIPO.
           MOVE CORTE-COMPETENCIA TO SV-COMPETENCIA.
           MOVE MC-NUMERO-CONTRATO TO SV-NUMERO-CONTRATO.
           MOVE FAIXA-CODIGO (INDICE-FAIXA) TO SV-CODIGO-VENCIMENTO.
           MOVE VALOR-FAIXA TO SV-VALOR.
           WRITE VENCIMENTO-REG.
           PERFORM 9020-VERIFICA-OPERACOES THRU
               9020-VERIFICA-OPERACOES-EXIT.
           ADD 1 TO TOTAL-REGISTROS.
           ADD 1 TO FX-OPERACOES (INDICE-FAIXA).
           ADD VALOR-FAIXA TO FX-VALOR (INDICE-FAIXA).
       3550-GRAVAR-FAIXA-EXIT.
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

       3910-LER-RATING.
           READ RATINGS
               AT END
                   MOVE 1 TO FIM-RATINGS
           END-READ.
           IF (STATUS-RATINGS NOT = "00")
               AND (STATUS-RATINGS NOT = "10") THEN
               MOVE STATUS-RATINGS TO STATUS-IO-VERIFICADO
               MOVE "RATINGS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3910-LER-RATING-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> leva ao lado da provisão os ratings que sobraram depois
       *> do último contrato do mestre, grava o trailer, imprime o
       *> relatório de controle e fecha tudo; qualquer pendência
       *> devolve código 4 para a conformidade conferir antes da
       *> transmissão
       *> ------------------------------------------------------
       8000-FINALIZAR.
           IF OS-ARQUIVOS-ESTAO-ABERTOS THEN
               PERFORM UNTIL NAO-HA-MAIS-RATINGS
                   DISPLAY "*** RATING DO CONTRATO "
                       RA-NUMERO-CONTRATO " SEM CONTRATO NO MESTRE"
                   ADD 1 TO TOTAL-RATINGS-SEM-MESTRE
                   PERFORM 3060-ACUMULAR-RATING THRU
                       3060-ACUMULAR-RATING-EXIT
                   PERFORM 3910-LER-RATING THRU
                       3910-LER-RATING-EXIT
               END-PERFORM
               MOVE SPACES TO SCR-TRAILER-REG
               MOVE 9 TO ST-TIPO
               MOVE CORTE-COMPETENCIA TO ST-COMPETENCIA
               MOVE TOTAL-OPERACOES TO ST-TOTAL-OPERACOES
               MOVE TOTAL-REGISTROS TO ST-TOTAL-REGISTROS
               MOVE TOTAL-SALDO TO ST-TOTAL-SALDO
               WRITE SCR-TRAILER-REG
               PERFORM 9020-VERIFICA-OPERACOES THRU
                   9020-VERIFICA-OPERACOES-EXIT
               PERFORM 8100-IMPRIME-CONTROLE THRU
                   8100-IMPRIME-CONTROLE-EXIT
               CLOSE MESTRE
               CLOSE RATINGS
               CLOSE TOMADORES
               CLOSE OPERACOES
               CLOSE RELATORIO
               DISPLAY "EXPORTACAO SCR DA COMPETENCIA "
                   CORTE-COMPETENCIA ": " TOTAL-OPERACOES
                   " OPERACAO(OES), " TOTAL-PENDENCIAS
                   " PENDENCIA(S)"
               IF (RETURN-CODE = 0) AND (TOTAL-PENDENCIAS > 0) THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> relatório de controle: conferência com a posição, com a
       *> provisão por rating, saldos por faixa e pendências
       *> ------------------------------------------------------
       8100-IMPRIME-CONTROLE.
           MOVE CORTE-COMPETENCIA TO CAB-COMPETENCIA.
           MOVE DATA-CORTE TO CAB-DATA-CORTE.
           WRITE RELATORIO-LINHA FROM LINHA-CABECALHO.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE "CONFERENCIA COM A POSICAO DA CARTEIRA" TO SEC-TITULO.
           PERFORM 8200-IMPRIME-SECAO THRU 8200-IMPRIME-SECAO-EXIT.
           COMPUTE PSA-CONTRATOS =
               TOTAL-ATIVOS-INFORMADOS + TOTAL-ATIVOS-SEM-SALDO.
           MOVE TOTAL-ATIVOS-INFORMADOS TO PSA-INFORMADOS.
           MOVE TOTAL-ATIVOS-SEM-SALDO TO PSA-SEM-SALDO.
           WRITE RELATORIO-LINHA FROM LINHA-POSICAO-ATIVOS.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           COMPUTE PSP-CONTRATOS = TOTAL-PREJUIZO-INFORMADOS
               + TOTAL-PREJUIZO-NAO-INFORMADOS.
           MOVE TOTAL-PREJUIZO-INFORMADOS TO PSP-INFORMADOS.
           MOVE TOTAL-PREJUIZO-NAO-INFORMADOS TO PSP-NAO-INFORMADOS.
           WRITE RELATORIO-LINHA FROM LINHA-POSICAO-PREJUIZO.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE TOTAL-SEM-LIMPEZA TO PSL-CONTRATOS.
           WRITE RELATORIO-LINHA FROM LINHA-POSICAO-LIMPEZA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE TOTAL-CEDIDOS TO PSC-CONTRATOS.
           WRITE RELATORIO-LINHA FROM LINHA-POSICAO-CEDIDOS.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE "CONFERENCIA COM A PROVISAO POR RATING" TO SEC-TITULO.
           PERFORM 8200-IMPRIME-SECAO THRU 8200-IMPRIME-SECAO-EXIT.
           WRITE RELATORIO-LINHA FROM LINHA-TITULO-RATINGS.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           PERFORM 8300-IMPRIME-UM-RATING THRU
               8300-IMPRIME-UM-RATING-EXIT
               VARYING INDICE-RATING FROM 1 BY 1
               UNTIL INDICE-RATING > LINHA-PREJUIZO-ANTERIOR.
           MOVE "SALDOS POR FAIXA DE VENCIMENTO" TO SEC-TITULO.
           PERFORM 8200-IMPRIME-SECAO THRU 8200-IMPRIME-SECAO-EXIT.
           WRITE RELATORIO-LINHA FROM LINHA-TITULO-FAIXAS.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           PERFORM 8400-IMPRIME-UMA-FAIXA THRU
               8400-IMPRIME-UMA-FAIXA-EXIT
               VARYING INDICE-FAIXA FROM 1 BY 1
               UNTIL INDICE-FAIXA > TOTAL-DE-FAIXAS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE TOTAL-OPERACOES TO TOT-OPERACOES.
           MOVE TOTAL-REGISTROS TO TOT-REGISTROS.
           MOVE TOTAL-SALDO TO TOT-SALDO.
           WRITE RELATORIO-LINHA FROM LINHA-TOTAL-ARQUIVO.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE "PENDENCIAS" TO SEC-TITULO.
           PERFORM 8200-IMPRIME-SECAO THRU 8200-IMPRIME-SECAO-EXIT.
           MOVE TOTAL-SEM-RATING TO PND-SEM-RATING.
           MOVE TOTAL-RATINGS-SEM-MESTRE TO PND-SEM-MESTRE.
           MOVE TOTAL-DIVERGENCIAS TO PND-DIVERGENCIAS.
           MOVE TOTAL-SEM-CADASTRO TO PND-SEM-CADASTRO.
           WRITE RELATORIO-LINHA FROM LINHA-PENDENCIAS.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           COMPUTE TOTAL-PENDENCIAS = TOTAL-SEM-RATING
               + TOTAL-RATINGS-SEM-MESTRE + TOTAL-DIVERGENCIAS
               + TOTAL-SEM-CADASTRO.
           IF TOTAL-PENDENCIAS = 0 THEN
               MOVE "SEM PENDENCIAS - LIBERADO PARA TRANSMISSAO"
                   TO SIT-TEXTO
           ELSE
               MOVE "COM PENDENCIAS - CONFERIR ANTES DA TRANSMISSAO"
                   TO SIT-TEXTO
           END-IF.
           WRITE RELATORIO-LINHA FROM LINHA-SITUACAO.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       8100-IMPRIME-CONTROLE-EXIT.
           EXIT.

       8200-IMPRIME-SECAO.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           WRITE RELATORIO-LINHA FROM LINHA-SECAO.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       8200-IMPRIME-SECAO-EXIT.
           EXIT.

       8300-IMPRIME-UM-RATING.
           EVALUATE INDICE-RATING
               WHEN LINHA-SEM-RATING
                   MOVE "SEM" TO DET-RATING
               WHEN LINHA-PREJUIZO-ANTERIOR
                   MOVE "PRJ" TO DET-RATING
               WHEN OTHER
                   MOVE NOME-RATING (INDICE-RATING) TO DET-RATING
           END-EVALUATE.
           MOVE PRV-CONTRATOS (INDICE-RATING) TO DET-PRV-CONTRATOS.
           COMPUTE DET-PRV-EXPOSICAO ROUNDED =
               PRV-EXPOSICAO (INDICE-RATING).
           COMPUTE DET-PRV-PROVISAO ROUNDED =
               PRV-PROVISAO (INDICE-RATING).
           MOVE INF-CONTRATOS (INDICE-RATING) TO DET-INF-CONTRATOS.
           COMPUTE DET-INF-SALDO ROUNDED = INF-SALDO (INDICE-RATING).
           COMPUTE DET-DIFERENCA ROUNDED = INF-SALDO (INDICE-RATING)
               - PRV-EXPOSICAO (INDICE-RATING).
           WRITE RELATORIO-LINHA FROM LINHA-RATING.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       8300-IMPRIME-UM-RATING-EXIT.
           EXIT.

       8400-IMPRIME-UMA-FAIXA.
           MOVE FAIXA-CODIGO (INDICE-FAIXA) TO DET-CODIGO.
           MOVE FAIXA-DESCRICAO (INDICE-FAIXA) TO DET-DESCRICAO.
           MOVE FX-OPERACOES (INDICE-FAIXA) TO DET-OPERACOES.
           MOVE FX-VALOR (INDICE-FAIXA) TO DET-VALOR.
           WRITE RELATORIO-LINHA FROM LINHA-FAIXA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       8400-IMPRIME-UMA-FAIXA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> aborta a exportação por falha de E/S; espera
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
       *> confere STATUS-OPERACOES depois de cada WRITE
       *> ------------------------------------------------------
       9020-VERIFICA-OPERACOES.
           IF STATUS-OPERACOES NOT = "00" THEN
               MOVE STATUS-OPERACOES TO STATUS-IO-VERIFICADO
               MOVE "OPERACOES" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       9020-VERIFICA-OPERACOES-EXIT.
           EXIT.
       END PROGRAM SCR.
