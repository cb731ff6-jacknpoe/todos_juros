       *> Régua de cobrança e negativação: roda depois do COBRANCA e
       *> lê as BAIXAS do dia (uma por parcela, com a situação e os
       *> dias de atraso), casando em ordem ascendente de contrato o
       *> CONTRATOS-ACEITOS (de onde sai o devedor), os PREJUIZOS
       *> (contrato baixado segue pela recuperação e não é mais
       *> acionado pela régua) e o histórico das ações já tomadas
       *> (HISTORICO-COBRANCA). Cada parcela vencida e não quitada
       *> sobe um degrau da régua quando o atraso alcança o degrau:
       *> lembrete, notificação formal e, passado o aviso prévio
       *> da notificação, inclusão no cadastro de proteção ao
       *> crédito; os dias de cada degrau vêm do arquivo de
       *> parâmetros REGUA-COBRANCA, e na falta dele valem os dias
       *> padrão. Nenhum degrau se repete para a mesma parcela. A
       *> parcela negativada que aparece quitada nas BAIXAS (ou que
       *> a renegociação substituiu, ou de contrato cedido, ou de
       *> contrato em prejuízo cuja recuperação cobriu o valor
       *> baixado) gera a exclusão no mesmo dia, e o relatório
       *> acusa a exclusão que já sai fora dos cinco dias úteis da
       *> lei. Os lembretes e as notificações saem como cartas
       *> ao tomador (AVISOS-COBRANCA, com o endereço do
       *> cadastro de tomadores), as inclusões e exclusões no
       *> arquivo para o birô (NEGATIVACAO-BIRO) e tudo no relatório
       *> de controle da régua; substitui a escolha manual, a partir
       *> do relatório de atraso, de quem recebe carta e de quem é
       *> negativado
       *> Versão 0.1: 15/10/2026: primeira versão
       *> Versão 0.2: 15/10/2026: contrato cedido a outra instituição
       *>             (arquivo CONTRATOS-CEDIDOS do CESSAO) não é mais
       *>             acionado pela régua, como o contrato em
       *>             prejuízo; a exclusão da parcela negativada que
       *>             aparece quitada continua saindo
       *> Versão 0.3: 15/10/2026: a negativação de contrato baixado
       *>             para prejuízo sai do cadastro quando a
       *>             recuperação cobre o valor baixado, e a de
       *>             contrato cedido sai na cessão, que a dívida
       *>             passou a ser do cessionário

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGUA.
       AUTHOR. Ricardo Erick Rebêlo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> dias de atraso de cada degrau da régua; opcional:
           *> ausente, valem os dias padrão
           SELECT PARAMETROS ASSIGN TO "REGUA-COBRANCA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-PARAMETROS.
           *> situação de cada parcela depois da baixa do dia
           SELECT BAIXAS ASSIGN TO "BAIXAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-BAIXAS.
           *> carteira aceita pela crítica, de onde sai o tomador
           SELECT CONTRATOS ASSIGN TO "CONTRATOS-ACEITOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-CONTRATOS.
           *> contratos baixados para prejuízo, em ordem ascendente
           *> de contrato; opcional: ausente, nenhum foi baixado
           SELECT PREJUIZOS ASSIGN TO "PREJUIZOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-PREJUIZOS.
           *> contratos cedidos, em ordem ascendente de contrato;
           *> opcional: ausente, nenhum foi cedido
           SELECT CEDIDOS ASSIGN TO "CONTRATOS-CEDIDOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-CEDIDOS.
           *> cadastro indexado de tomadores, para o endereço das
           *> cartas e o nome do devedor negativado
           SELECT TOMADORES ASSIGN TO "CADASTRO-TOMADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TOMADOR
               FILE STATUS IS STATUS-TOMADORES.
           *> calendário de feriados bancários, para a contagem de
           *> dias úteis do prazo de exclusão
           SELECT FERIADOS ASSIGN TO "FERIADOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-FERIADOS.
           *> ações já tomadas até a execução anterior; opcional:
           *> ausente, é a primeira execução da régua
           SELECT HISTORICO ASSIGN TO "HISTORICO-COBRANCA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-HISTORICO.
           *> histórico depois desta execução, que substitui o
           *> anterior no fim do job
           SELECT HISTORICO-NOVO ASSIGN TO "HISTORICO-COBRANCA-NOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-HISTORICO-NOVO.
           *> inclusões e exclusões para o cadastro de proteção ao
           *> crédito, layout fixo zonado como a REMESSA-COBRANCA
           SELECT NEGATIVACAO ASSIGN TO "NEGATIVACAO-BIRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-NEGATIVACAO.
           *> cartas de lembrete e de notificação para a gráfica
           SELECT AVISOS ASSIGN TO "AVISOS-COBRANCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-AVISOS.
           *> relatório de controle da régua para a cobrança
           SELECT RELATORIO ASSIGN TO "RELATORIO-REGUA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD.
       01  PARAMETRO-REGUA-REG.
           05  PR-ACAO                     PICTURE 9(1).
               88  PR-ACAO-VALIDA          VALUE 1 THRU 3.
           05  PR-DIAS-ATRASO              PICTURE 9(5).

       FD  BAIXAS
           LABEL RECORDS ARE STANDARD.
       COPY BAIXAS.

       FD  CONTRATOS
           LABEL RECORDS ARE STANDARD.
       COPY CONTRATOS.

       FD  PREJUIZOS
           LABEL RECORDS ARE STANDARD.
       COPY PREJUIZO.

       FD  CEDIDOS
           LABEL RECORDS ARE STANDARD.
       COPY CEDIDO.

       FD  TOMADORES
           LABEL RECORDS ARE STANDARD.
       COPY TOMADOR.

       FD  FERIADOS
           LABEL RECORDS ARE STANDARD.
       01  FERIADOS-REG.
           05  FE-DATA                     PICTURE 9(8).
           05  FE-DESCRICAO                PICTURE X(30).

       FD  HISTORICO
           LABEL RECORDS ARE STANDARD.
       COPY HISTCOB.

       FD  HISTORICO-NOVO
           LABEL RECORDS ARE STANDARD.
       COPY HISTCOB REPLACING
           ==HISTORICO-COBRANCA-REG== BY ==HISTORICO-NOVO-REG==
           LEADING ==HC== BY ==HN==.

       FD  NEGATIVACAO
           LABEL RECORDS ARE STANDARD.
       01  NEGATIVACAO-REG.
           05  NG-TIPO                     PICTURE 9(1).
               88  NG-INCLUSAO             VALUE 1.
               88  NG-EXCLUSAO             VALUE 2.
           05  NG-DATA-MOVIMENTO           PICTURE 9(8).
           05  NG-TIPO-PESSOA              PICTURE X(1).
           05  NG-CPF-CNPJ                 PICTURE 9(14).
           05  NG-NOME                     PICTURE X(60).
           05  NG-NUMERO-CONTRATO          PICTURE 9(9).
           05  NG-INDICE                   PICTURE 9(9).
           05  NG-DATA-VENCIMENTO          PICTURE 9(8).
           05  NG-VALOR                    PICTURE 9(11)V99.
       *> só na exclusão: 1 = dívida paga, 2 = dívida substituída
       *> pela renegociação, 3 = crédito cedido a outra
       *> instituição, e a data do pagamento, da troca ou da cessão
           05  NG-MOTIVO-EXCLUSAO          PICTURE 9(1).
           05  NG-DATA-FATO                PICTURE 9(8).
       01  NEGATIVACAO-TRAILER-REG.
           05  NT-TIPO                     PICTURE 9(1).
               88  NT-TRAILER              VALUE 9.
           05  NT-DATA-GERACAO             PICTURE 9(8).
           05  NT-TOTAL-INCLUSOES          PICTURE 9(9).
           05  NT-VALOR-INCLUSOES          PICTURE 9(11)V99.
           05  NT-TOTAL-EXCLUSOES          PICTURE 9(9).
           05  FILLER                      PICTURE X(92).

       FD  AVISOS
           LABEL RECORDS ARE STANDARD.
       01  AVISOS-LINHA                    PICTURE X(132).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  RELATORIO-LINHA                 PICTURE X(132).

       LOCAL-STORAGE SECTION.
       *> degraus da régua, na ordem em que a parcela sobe; os dias
       *> padrão valem para o degrau que o arquivo de parâmetros
       *> não informar
       78  TOTAL-DE-ACOES VALUE 3.
       78  ACAO-LEMBRETE VALUE 1.
       78  ACAO-NOTIFICACAO VALUE 2.
       78  ACAO-NEGATIVACAO VALUE 3.
       78  DIAS-PADRAO-LEMBRETE VALUE 5.
       78  DIAS-PADRAO-NOTIFICACAO VALUE 30.
       78  DIAS-PADRAO-NEGATIVACAO VALUE 60.
       *> a inclusão no cadastro só sai depois do aviso prévio ao
       *> devedor: dias corridos desde a notificação formal
       78  DIAS-AVISO-PREVIO VALUE 10.
       *> prazo legal para tirar do cadastro a dívida paga, em
       *> dias úteis contados do pagamento
       78  DIAS-UTEIS-PARA-EXCLUSAO VALUE 5.
       78  MOTIVO-PAGAMENTO VALUE 1.
       78  MOTIVO-RENEGOCIACAO VALUE 2.
       78  MOTIVO-CESSAO VALUE 3.

       01  REGUA-EM-USO.
           05  DIAS-DA-ACAO PICTURE 9(5) OCCURS TOTAL-DE-ACOES TIMES.
           05  ACAO-INFORMADA PICTURE 9(1) OCCURS TOTAL-DE-ACOES TIMES.
       01  INDICE-ACAO                     PICTURE 9(1).

       *> nomes dos degraus, na ordem dos códigos
       01  TABELA-NOMES-ACAO.
           05  FILLER PICTURE X(12) VALUE "LEMBRETE".
           05  FILLER PICTURE X(12) VALUE "NOTIFICACAO".
           05  FILLER PICTURE X(12) VALUE "NEGATIVACAO".
       01  NOMES-ACAO REDEFINES TABELA-NOMES-ACAO.
           05  NOME-ACAO PICTURE X(12) OCCURS TOTAL-DE-ACOES TIMES.

       *> variáveis do corpo do programa
       01  CONTRATO-CORRENTE               PICTURE 9(9).
       01  ACAO-DA-PARCELA                 PICTURE 9(1).
       01  SALDO-VENCIDO                   COMP-2.
       01  DIAS-DESDE-NOTIFICACAO          PICTURE S9(8).
       01  MOTIVO-DA-EXCLUSAO              PICTURE 9(1).
       01  DATA-DO-FATO                    PICTURE 9(8).
       01  EXCLUSAO-FORA-DO-PRAZO          PICTURE 9(1).
           88  A-EXCLUSAO-ESTA-ATRASADA    VALUE 1.

       *> liga quando a parcela corrente já tem (ou passou a ter)
       *> registro no histórico
       01  SITUACAO-HISTORICO              PICTURE 9(1) VALUE 0.
           88  PARCELA-COM-HISTORICO       VALUE 1.

       *> o contrato só sobe na régua com o devedor identificado no
       *> contrato e cadastrado: sem endereço não há carta, e sem
       *> carta não pode haver negativação
       01  SITUACAO-TOMADOR                PICTURE 9(1) VALUE 0.
           88  TOMADOR-LOCALIZADO          VALUE 1.

       *> cartas do contrato corrente, montadas parcela a parcela e
       *> impressas na quebra do contrato, uma por degrau
       01  QUANTIDADE-AVISOS               PICTURE 9(3).
       01  TABELA-AVISOS.
           05  AVISO OCCURS 360 TIMES.
               10  AV-ACAO                 PICTURE 9(1).
               10  AV-INDICE               PICTURE 9(9).
               10  AV-DATA-VENCIMENTO      PICTURE 9(8).
               10  AV-DIAS-ATRASO          PICTURE 9(5).
               10  AV-SALDO                COMP-2.
       01  INDICE-AVISO                    PICTURE 9(3).
       01  ACAO-DA-CARTA                   PICTURE 9(1).
       01  PARCELAS-DA-CARTA               PICTURE 9(3).
       01  TOTAL-DA-CARTA                  COMP-2.

       *> contagens e totais de controle
       01  TOTAIS-POR-ACAO.
           05  TOTAL-DA-ACAO PICTURE 9(9) OCCURS TOTAL-DE-ACOES TIMES.
       01  TOTAL-INCLUSOES                 PICTURE 9(9) VALUE 0.
       01  VALOR-INCLUSOES                 PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-EXCLUSOES                 PICTURE 9(9) VALUE 0.
       01  TOTAL-EXCLUSOES-FORA-DO-PRAZO   PICTURE 9(9) VALUE 0.
       01  TOTAL-ACOES-RETIDAS             PICTURE 9(9) VALUE 0.
       01  TOTAL-CARTAS                    PICTURE 9(9) VALUE 0.
       01  TOTAL-CONTRATOS-EM-PREJUIZO     PICTURE 9(9) VALUE 0.
       01  TOTAL-CONTRATOS-CEDIDOS         PICTURE 9(9) VALUE 0.

       *> controle de arquivos
       01  FIM-BAIXAS                      PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-BAIXAS          VALUE 1.
       01  FIM-CONTRATOS                   PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-CONTRATOS       VALUE 1.
       01  FIM-PREJUIZOS                   PICTURE 9(1) VALUE 1.
           88  NAO-HA-MAIS-PREJUIZOS       VALUE 1.
       01  FIM-CEDIDOS                     PICTURE 9(1) VALUE 1.
           88  NAO-HA-MAIS-CEDIDOS         VALUE 1.
       01  FIM-HISTORICO                   PICTURE 9(1) VALUE 1.
           88  NAO-HA-MAIS-HISTORICO       VALUE 1.
       01  FIM-PARAMETROS                  PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-PARAMETROS      VALUE 1.
       01  STATUS-PARAMETROS               PICTURE X(2).
       01  STATUS-BAIXAS                   PICTURE X(2).
       01  STATUS-CONTRATOS                PICTURE X(2).
       01  STATUS-PREJUIZOS                PICTURE X(2).
       01  STATUS-CEDIDOS                  PICTURE X(2).
       01  STATUS-TOMADORES                PICTURE X(2).
       01  STATUS-FERIADOS                 PICTURE X(2).
       01  STATUS-HISTORICO                PICTURE X(2).
       01  STATUS-HISTORICO-NOVO           PICTURE X(2).
       01  STATUS-NEGATIVACAO              PICTURE X(2).
       01  STATUS-AVISOS                   PICTURE X(2).
       01  STATUS-RELATORIO                PICTURE X(2).
       01  ARQUIVOS-ABERTOS                PICTURE 9(1) VALUE 0.
           88  OS-ARQUIVOS-ESTAO-ABERTOS   VALUE 1.

       *> liga quando o arquivo PREJUIZOS existe e abriu, e quando
       *> o contrato corrente está nele
       01  PREJUIZOS-DISPONIVEIS           PICTURE 9(1) VALUE 0.
           88  HA-ARQUIVO-DE-PREJUIZOS     VALUE 1.
       01  SITUACAO-PREJUIZO               PICTURE 9(1) VALUE 0.
           88  CONTRATO-EM-PREJUIZO        VALUE 1.

       *> liga quando o arquivo CONTRATOS-CEDIDOS existe e abriu, e
       *> quando o contrato corrente está nele
       01  CEDIDOS-DISPONIVEIS             PICTURE 9(1) VALUE 0.
           88  HA-ARQUIVO-DE-CEDIDOS       VALUE 1.
       01  SITUACAO-CEDIDO                 PICTURE 9(1) VALUE 0.
           88  CONTRATO-CEDIDO             VALUE 1.

       *> liga quando há histórico de execução anterior
       01  HISTORICO-DISPONIVEL            PICTURE 9(1) VALUE 0.
           88  HA-ARQUIVO-DE-HISTORICO     VALUE 1.

       *> campos comuns para relatar e abortar num erro de E/S
       01  STATUS-IO-VERIFICADO            PICTURE X(2).
       01  DESCRICAO-ARQUIVO-IO            PICTURE X(20).

       *> data da execução, a mesma base dos dias de atraso que o
       *> COBRANCA gravou nas BAIXAS
       01  DATA-REFERENCIA                 PICTURE 9(8).
       01  DATA-REFERENCIA-INTEIRO         PICTURE 9(8).

       *> tabela de feriados e campos das rotinas de calendário
       COPY TABFERI.

       *> layout das cartas ao tomador
       01  LINHA-CARTA-SEPARADOR           PICTURE X(80) VALUE ALL "=".
       01  LINHA-CARTA-TITULO.
           05  CRT-TITULO              PICTURE X(50).
           05  FILLER                  PICTURE X(6) VALUE "DATA: ".
           05  CRT-DATA                PICTURE 9(8).
       01  LINHA-CARTA-TEXTO.
           05  CRT-TEXTO               PICTURE X(80).
       01  LINHA-CARTA-MUNICIPIO.
           05  CRT-CEP                 PICTURE 9(8).
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  CRT-MUNICIPIO           PICTURE X(30).
           05  FILLER                  PICTURE X(1) VALUE SPACE.
           05  CRT-UF                  PICTURE X(2).
       01  LINHA-CARTA-CONTRATO.
           05  FILLER                  PICTURE X(10) VALUE "CONTRATO: ".
           05  CRT-NUMERO-CONTRATO     PICTURE Z(8)9.
       01  LINHA-CARTA-TITULO-PARCELAS.
           05  FILLER PICTURE X(9) VALUE "PARCELA".
           05  FILLER PICTURE X(12) VALUE "VENCIMENTO".
           05  FILLER PICTURE X(17) VALUE "DIAS DE ATRASO".
           05  FILLER PICTURE X(16) VALUE "VALOR EM ATRASO".
       01  LINHA-CARTA-PARCELA.
           05  CRT-PARCELA             PICTURE ZZ9.
           05  FILLER                  PICTURE X(6) VALUE SPACE.
           05  CRT-DATA-VENCIMENTO     PICTURE 9(8).
           05  FILLER                  PICTURE X(4) VALUE SPACE.
           05  CRT-DIAS-ATRASO         PICTURE Z(4)9.
           05  FILLER                  PICTURE X(8) VALUE SPACE.
           05  CRT-SALDO               PICTURE Z(9)9.99.
       01  LINHA-CARTA-TOTAL.
           05  FILLER                  PICTURE X(38) VALUE
               "TOTAL EM ATRASO".
           05  CRT-TOTAL               PICTURE Z(9)9.99.
       01  LINHA-CARTA-CONTROLE.
           05  FILLER                  PICTURE X(31) VALUE
               "*** CONTROLE DA EMISSAO - DATA ".
           05  CRT-CTL-DATA            PICTURE 9(8).
           05  FILLER                  PICTURE X(19) VALUE
               " - TOTAL DE CARTAS ".
           05  CRT-CTL-TOTAL           PICTURE Z(8)9.

       *> layout do relatório de controle
       01  LINHA-CABECALHO.
           05  FILLER                  PICTURE X(32)
                               VALUE "REGUA DE COBRANCA - EXECUCAO: ".
           05  CAB-DATA-EXECUCAO       PICTURE 9(8).
       01  LINHA-REGUA.
           05  FILLER                  PICTURE X(20)
                                        VALUE "DEGRAU DA REGUA:    ".
           05  RGA-NOME                PICTURE X(12).
           05  FILLER                  PICTURE X(12)
                                        VALUE " A PARTIR DE".
           05  RGA-DIAS                PICTURE Z(4)9.
           05  FILLER                  PICTURE X(16)
                                        VALUE " DIAS DE ATRASO ".
           05  RGA-ORIGEM              PICTURE X(20).
       01  LINHA-TITULO-COLUNAS.
           05  FILLER PICTURE X(11) VALUE "CONTRATO".
           05  FILLER PICTURE X(9) VALUE "PARCELA".
           05  FILLER PICTURE X(12) VALUE "VENCIMENTO".
           05  FILLER PICTURE X(8) VALUE "ATRASO".
           05  FILLER PICTURE X(14) VALUE "ACAO".
           05  FILLER PICTURE X(16) VALUE "VALOR".
           05  FILLER PICTURE X(40) VALUE "OBSERVACAO".
       01  LINHA-DETALHE.
           05  DET-CONTRATO            PICTURE Z(8)9.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-PARCELA             PICTURE Z(6)9.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-VENCIMENTO          PICTURE 9(8).
           05  FILLER                  PICTURE X(4) VALUE SPACE.
           05  DET-ATRASO              PICTURE Z(4)9.
           05  FILLER                  PICTURE X(3) VALUE SPACE.
           05  DET-ACAO                PICTURE X(12).
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-VALOR               PICTURE Z(9)9.99.
           05  FILLER                  PICTURE X(3) VALUE SPACE.
           05  DET-OBSERVACAO          PICTURE X(40).
       01  LINHA-TOTAL.
           05  TOT-ROTULO              PICTURE X(40).
           05  TOT-QUANTIDADE          PICTURE Z(8)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 3000-PROCESSAR-CONTRATO THRU
               3000-PROCESSAR-CONTRATO-EXIT
               UNTIL NAO-HA-MAIS-BAIXAS.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GOBACK.

       *> ------------------------------------------------------
       *> carrega o calendário e a régua, abre os arquivos e lê o
       *> primeiro registro de cada entrada; sem as BAIXAS do dia
       *> não há o que acionar
       *> ------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT DATA-REFERENCIA FROM DATE YYYYMMDD.
           COMPUTE DATA-REFERENCIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE (DATA-REFERENCIA).
           PERFORM 6100-CARREGAR-FERIADOS THRU
               6100-CARREGAR-FERIADOS-EXIT.
           PERFORM 1100-CARREGAR-REGUA THRU 1100-CARREGAR-REGUA-EXIT.
           PERFORM VARYING INDICE-ACAO FROM 1 BY 1
               UNTIL INDICE-ACAO > TOTAL-DE-ACOES
               MOVE 0 TO TOTAL-DA-ACAO (INDICE-ACAO)
           END-PERFORM.
           OPEN INPUT BAIXAS.
           IF STATUS-BAIXAS NOT = "00" THEN
               DISPLAY "*** BAIXAS INDISPONIVEL (STATUS "
                   STATUS-BAIXAS ") - RODE O COBRANCA ANTES DA REGUA"
               MOVE 1 TO FIM-BAIXAS
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT CONTRATOS.
           IF STATUS-CONTRATOS NOT = "00" THEN
               MOVE STATUS-CONTRATOS TO STATUS-IO-VERIFICADO
               MOVE "CONTRATOS" TO DESCRICAO-ARQUIVO-IO
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
           OPEN INPUT TOMADORES.
           IF STATUS-TOMADORES NOT = "00" THEN
               MOVE STATUS-TOMADORES TO STATUS-IO-VERIFICADO
               MOVE "TOMADORES" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN INPUT HISTORICO.
           IF STATUS-HISTORICO = "00" THEN
               MOVE 1 TO HISTORICO-DISPONIVEL
               MOVE 0 TO FIM-HISTORICO
           ELSE
               IF STATUS-HISTORICO NOT = "35" THEN
                   MOVE STATUS-HISTORICO TO STATUS-IO-VERIFICADO
                   MOVE "HISTORICO" TO DESCRICAO-ARQUIVO-IO
                   PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                       9000-ABORTAR-ERRO-ARQUIVO-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT HISTORICO-NOVO.
           IF STATUS-HISTORICO-NOVO NOT = "00" THEN
               MOVE STATUS-HISTORICO-NOVO TO STATUS-IO-VERIFICADO
               MOVE "HISTORICO-NOVO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN OUTPUT NEGATIVACAO.
           IF STATUS-NEGATIVACAO NOT = "00" THEN
               MOVE STATUS-NEGATIVACAO TO STATUS-IO-VERIFICADO
               MOVE "NEGATIVACAO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN OUTPUT AVISOS.
           IF STATUS-AVISOS NOT = "00" THEN
               MOVE STATUS-AVISOS TO STATUS-IO-VERIFICADO
               MOVE "AVISOS" TO DESCRICAO-ARQUIVO-IO
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
           PERFORM 4800-IMPRIME-CABECALHO THRU
               4800-IMPRIME-CABECALHO-EXIT.
           PERFORM 3920-LER-CONTRATO THRU 3920-LER-CONTRATO-EXIT.
           IF HA-ARQUIVO-DE-PREJUIZOS THEN
               PERFORM 3930-LER-PREJUIZO THRU 3930-LER-PREJUIZO-EXIT
           END-IF.
           IF HA-ARQUIVO-DE-CEDIDOS THEN
               PERFORM 3950-LER-CEDIDO THRU 3950-LER-CEDIDO-EXIT
           END-IF.
           IF HA-ARQUIVO-DE-HISTORICO THEN
               PERFORM 3940-LER-HISTORICO THRU
                   3940-LER-HISTORICO-EXIT
           END-IF.
           PERFORM 3910-LER-BAIXA THRU 3910-LER-BAIXA-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> dias de atraso de cada degrau: o arquivo de parâmetros
       *> traz um registro por degrau (1 lembrete, 2 notificação,
       *> 3 negativação); degrau não informado fica com o padrão.
       *> Degrau desconhecido, repetido ou régua que não sobe em
       *> dias estritamente crescentes é parâmetro errado, e a
       *> régua não roda com ele
       *> ------------------------------------------------------
       1100-CARREGAR-REGUA.
           MOVE DIAS-PADRAO-LEMBRETE TO DIAS-DA-ACAO (ACAO-LEMBRETE).
           MOVE DIAS-PADRAO-NOTIFICACAO
               TO DIAS-DA-ACAO (ACAO-NOTIFICACAO).
           MOVE DIAS-PADRAO-NEGATIVACAO
               TO DIAS-DA-ACAO (ACAO-NEGATIVACAO).
           PERFORM VARYING INDICE-ACAO FROM 1 BY 1
               UNTIL INDICE-ACAO > TOTAL-DE-ACOES
               MOVE 0 TO ACAO-INFORMADA (INDICE-ACAO)
           END-PERFORM.
           OPEN INPUT PARAMETROS.
           IF STATUS-PARAMETROS = "35" THEN
               GO TO 1100-CARREGAR-REGUA-EXIT
           END-IF.
           IF STATUS-PARAMETROS NOT = "00" THEN
               MOVE STATUS-PARAMETROS TO STATUS-IO-VERIFICADO
               MOVE "PARAMETROS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           PERFORM 1110-LER-UM-PARAMETRO THRU
               1110-LER-UM-PARAMETRO-EXIT
               UNTIL NAO-HA-MAIS-PARAMETROS.
           CLOSE PARAMETROS.
           IF (DIAS-DA-ACAO (ACAO-LEMBRETE) < 1) OR
               (DIAS-DA-ACAO (ACAO-NOTIFICACAO) <=
                   DIAS-DA-ACAO (ACAO-LEMBRETE)) OR
               (DIAS-DA-ACAO (ACAO-NEGATIVACAO) <=
                   DIAS-DA-ACAO (ACAO-NOTIFICACAO)) THEN
               DISPLAY "*** REGUA-COBRANCA COM DEGRAUS FORA DE "
                   "ORDEM: " DIAS-DA-ACAO (ACAO-LEMBRETE) " "
                   DIAS-DA-ACAO (ACAO-NOTIFICACAO) " "
                   DIAS-DA-ACAO (ACAO-NEGATIVACAO)
                   " - REGUA NAO EXECUTADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1100-CARREGAR-REGUA-EXIT.
           EXIT.

       1110-LER-UM-PARAMETRO.
           READ PARAMETROS
               AT END
                   MOVE 1 TO FIM-PARAMETROS
                   GO TO 1110-LER-UM-PARAMETRO-EXIT
           END-READ.
           IF STATUS-PARAMETROS NOT = "00" THEN
               MOVE STATUS-PARAMETROS TO STATUS-IO-VERIFICADO
               MOVE "PARAMETROS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           IF (PR-ACAO NOT NUMERIC) OR (NOT PR-ACAO-VALIDA) OR
               (PR-DIAS-ATRASO NOT NUMERIC) THEN
               DISPLAY "*** REGUA-COBRANCA COM REGISTRO INVALIDO: "
                   PARAMETRO-REGUA-REG " - REGUA NAO EXECUTADA"
               CLOSE PARAMETROS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ACAO-INFORMADA (PR-ACAO) = 1 THEN
               DISPLAY "*** REGUA-COBRANCA COM O DEGRAU " PR-ACAO
                   " REPETIDO - REGUA NAO EXECUTADA"
               CLOSE PARAMETROS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 1 TO ACAO-INFORMADA (PR-ACAO).
           MOVE PR-DIAS-ATRASO TO DIAS-DA-ACAO (PR-ACAO).
       1110-LER-UM-PARAMETRO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> as BAIXAS de um contrato: posiciona contrato, prejuízo,
       *> cessão e tomador, passa cada parcela pela régua, encerra o
       *> histórico das parcelas que o cronograma não tem mais e
       *> imprime as cartas montadas
       *> ------------------------------------------------------
       3000-PROCESSAR-CONTRATO.
           MOVE BX-NUMERO-CONTRATO TO CONTRATO-CORRENTE.
           MOVE 0 TO QUANTIDADE-AVISOS.
           PERFORM 3050-POSICIONAR-CONTRATO THRU
               3050-POSICIONAR-CONTRATO-EXIT.
           PERFORM 3060-POSICIONAR-PREJUIZO THRU
               3060-POSICIONAR-PREJUIZO-EXIT.
           PERFORM 3070-POSICIONAR-CEDIDO THRU
               3070-POSICIONAR-CEDIDO-EXIT.
           PERFORM 3100-PROCESSAR-PARCELA THRU
               3100-PROCESSAR-PARCELA-EXIT
               UNTIL NAO-HA-MAIS-BAIXAS OR
                   (BX-NUMERO-CONTRATO NOT = CONTRATO-CORRENTE).
           PERFORM 3140-ENCERRAR-PARCELA-SUPRIMIDA THRU
               3140-ENCERRAR-PARCELA-SUPRIMIDA-EXIT
               UNTIL NAO-HA-MAIS-HISTORICO OR
                   (HC-NUMERO-CONTRATO NOT = CONTRATO-CORRENTE).
           IF QUANTIDADE-AVISOS > 0 THEN
               MOVE ACAO-LEMBRETE TO ACAO-DA-CARTA
               PERFORM 4000-IMPRIMIR-CARTA THRU
                   4000-IMPRIMIR-CARTA-EXIT
               MOVE ACAO-NOTIFICACAO TO ACAO-DA-CARTA
               PERFORM 4000-IMPRIMIR-CARTA THRU
                   4000-IMPRIMIR-CARTA-EXIT
           END-IF.
       3000-PROCESSAR-CONTRATO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> posiciona CONTRATOS-ACEITOS (em ordem ascendente) no
       *> contrato corrente e procura o tomador dele no cadastro;
       *> contrato ou tomador ausente deixa o contrato sem poder
       *> subir na régua
       *> ------------------------------------------------------
       3050-POSICIONAR-CONTRATO.
           MOVE 0 TO SITUACAO-TOMADOR.
           PERFORM UNTIL NAO-HA-MAIS-CONTRATOS OR
               (CT-NUMERO-CONTRATO >= CONTRATO-CORRENTE)
               PERFORM 3920-LER-CONTRATO THRU 3920-LER-CONTRATO-EXIT
           END-PERFORM.
           IF NAO-HA-MAIS-CONTRATOS OR
               (CT-NUMERO-CONTRATO NOT = CONTRATO-CORRENTE) THEN
               GO TO 3050-POSICIONAR-CONTRATO-EXIT
           END-IF.
           MOVE CT-TOMADOR TO TM-TOMADOR.
           READ TOMADORES.
           IF STATUS-TOMADORES = "00" THEN
               MOVE 1 TO SITUACAO-TOMADOR
               GO TO 3050-POSICIONAR-CONTRATO-EXIT
           END-IF.
           IF STATUS-TOMADORES NOT = "23" THEN
               MOVE STATUS-TOMADORES TO STATUS-IO-VERIFICADO
               MOVE "TOMADORES" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3050-POSICIONAR-CONTRATO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> posiciona os PREJUIZOS (em ordem ascendente) no contrato
       *> corrente
       *> ------------------------------------------------------
       3060-POSICIONAR-PREJUIZO.
           MOVE 0 TO SITUACAO-PREJUIZO.
           PERFORM 3930-LER-PREJUIZO THRU 3930-LER-PREJUIZO-EXIT
               UNTIL NAO-HA-MAIS-PREJUIZOS OR
                   (PJ-NUMERO-CONTRATO >= CONTRATO-CORRENTE).
           IF (NOT NAO-HA-MAIS-PREJUIZOS) AND
               (PJ-NUMERO-CONTRATO = CONTRATO-CORRENTE) THEN
               MOVE 1 TO SITUACAO-PREJUIZO
               ADD 1 TO TOTAL-CONTRATOS-EM-PREJUIZO
           END-IF.
       3060-POSICIONAR-PREJUIZO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> posiciona os CONTRATOS-CEDIDOS (em ordem ascendente) no
       *> contrato corrente
       *> ------------------------------------------------------
       3070-POSICIONAR-CEDIDO.
           MOVE 0 TO SITUACAO-CEDIDO.
           PERFORM 3950-LER-CEDIDO THRU 3950-LER-CEDIDO-EXIT
               UNTIL NAO-HA-MAIS-CEDIDOS OR
                   (CD-NUMERO-CONTRATO >= CONTRATO-CORRENTE).
           IF (NOT NAO-HA-MAIS-CEDIDOS) AND
               (CD-NUMERO-CONTRATO = CONTRATO-CORRENTE) THEN
               MOVE 1 TO SITUACAO-CEDIDO
               ADD 1 TO TOTAL-CONTRATOS-CEDIDOS
           END-IF.
       3070-POSICIONAR-CEDIDO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> uma parcela das BAIXAS: traz o histórico dela; parcela
       *> quitada negativada é excluída do cadastro, e a vencida
       *> de contrato que não está em prejuízo nem cedido passa
       *> pela régua. Depois da baixa para prejuízo o COBRANCA não
       *> quita mais parcela (o que entra vai para a recuperação):
       *> a negativação do contrato sai quando o recuperado cobre o
       *> valor baixado, na data da última recuperação. A dívida
       *> do contrato cedido é do cessionário: a negativação sai
       *> com a data da cessão;
       *> o histórico segue para o arquivo novo sempre que a
       *> parcela tiver alguma ação
       *> ------------------------------------------------------
       3100-PROCESSAR-PARCELA.
           PERFORM 3110-POSICIONAR-HISTORICO THRU
               3110-POSICIONAR-HISTORICO-EXIT.
           IF BX-QUITADA THEN
               IF BX-DATA-ULTIMO-PAGAMENTO > 0 THEN
                   MOVE BX-DATA-ULTIMO-PAGAMENTO TO DATA-DO-FATO
               ELSE
                   MOVE DATA-REFERENCIA TO DATA-DO-FATO
               END-IF
               MOVE MOTIVO-PAGAMENTO TO MOTIVO-DA-EXCLUSAO
               PERFORM 3200-EXCLUIR-SE-NEGATIVADA THRU
                   3200-EXCLUIR-SE-NEGATIVADA-EXIT
               GO TO 3100-PROCESSAR-PARCELA-HISTORICO
           END-IF.
           IF CONTRATO-EM-PREJUIZO THEN
               IF PJ-VALOR-RECUPERADO >= PJ-VALOR-BAIXADO THEN
                   IF PJ-DATA-ULTIMA-RECUPERACAO > 0 THEN
                       MOVE PJ-DATA-ULTIMA-RECUPERACAO TO DATA-DO-FATO
                   ELSE
                       MOVE DATA-REFERENCIA TO DATA-DO-FATO
                   END-IF
                   MOVE MOTIVO-PAGAMENTO TO MOTIVO-DA-EXCLUSAO
                   PERFORM 3200-EXCLUIR-SE-NEGATIVADA THRU
                       3200-EXCLUIR-SE-NEGATIVADA-EXIT
               END-IF
               GO TO 3100-PROCESSAR-PARCELA-HISTORICO
           END-IF.
           IF CONTRATO-CEDIDO THEN
               MOVE CD-DATA-CESSAO TO DATA-DO-FATO
               MOVE MOTIVO-CESSAO TO MOTIVO-DA-EXCLUSAO
               PERFORM 3200-EXCLUIR-SE-NEGATIVADA THRU
                   3200-EXCLUIR-SE-NEGATIVADA-EXIT
               GO TO 3100-PROCESSAR-PARCELA-HISTORICO
           END-IF.
           PERFORM 3300-APLICAR-REGUA THRU 3300-APLICAR-REGUA-EXIT.

       3100-PROCESSAR-PARCELA-HISTORICO.
           IF PARCELA-COM-HISTORICO THEN
               PERFORM 3800-GRAVAR-HISTORICO-NOVO THRU
                   3800-GRAVAR-HISTORICO-NOVO-EXIT
           END-IF.
           PERFORM 3910-LER-BAIXA THRU 3910-LER-BAIXA-EXIT.
       3100-PROCESSAR-PARCELA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> posiciona o histórico (em ordem ascendente de contrato e
       *> parcela) na parcela corrente e o carrega na área do
       *> registro novo: histórico de parcela que não está nas
       *> BAIXAS passa adiante intacto. O histórico de um
       *> vencimento que não é mais o da parcela é de um cronograma
       *> que a renegociação substituiu: a dívida antiga sai do
       *> cadastro e a parcela nova começa a régua do zero
       *> ------------------------------------------------------
       3110-POSICIONAR-HISTORICO.
           MOVE 0 TO SITUACAO-HISTORICO.
           PERFORM 3130-TRANSPORTAR-HISTORICO THRU
               3130-TRANSPORTAR-HISTORICO-EXIT
               UNTIL NAO-HA-MAIS-HISTORICO OR
                   (HC-NUMERO-CONTRATO > BX-NUMERO-CONTRATO) OR
                   ((HC-NUMERO-CONTRATO = BX-NUMERO-CONTRATO) AND
                    (HC-INDICE >= BX-INDICE)).
           IF (NOT NAO-HA-MAIS-HISTORICO) AND
               (HC-NUMERO-CONTRATO = BX-NUMERO-CONTRATO) AND
               (HC-INDICE = BX-INDICE) THEN
               MOVE HISTORICO-COBRANCA-REG TO HISTORICO-NOVO-REG
               MOVE 1 TO SITUACAO-HISTORICO
               PERFORM 3940-LER-HISTORICO THRU
                   3940-LER-HISTORICO-EXIT
               IF HN-DATA-VENCIMENTO NOT = BX-DATA-VENCIMENTO THEN
                   MOVE DATA-REFERENCIA TO DATA-DO-FATO
                   MOVE MOTIVO-RENEGOCIACAO TO MOTIVO-DA-EXCLUSAO
                   PERFORM 3200-EXCLUIR-SE-NEGATIVADA THRU
                       3200-EXCLUIR-SE-NEGATIVADA-EXIT
                   MOVE 0 TO SITUACAO-HISTORICO
               END-IF
           END-IF.
           IF NOT PARCELA-COM-HISTORICO THEN
               PERFORM 3120-INICIAR-HISTORICO THRU
                   3120-INICIAR-HISTORICO-EXIT
           END-IF.
       3110-POSICIONAR-HISTORICO-EXIT.
           EXIT.

       3120-INICIAR-HISTORICO.
           MOVE BX-NUMERO-CONTRATO TO HN-NUMERO-CONTRATO.
           MOVE BX-INDICE TO HN-INDICE.
           MOVE BX-DATA-VENCIMENTO TO HN-DATA-VENCIMENTO.
           MOVE 0 TO HN-DATA-LEMBRETE.
           MOVE 0 TO HN-DATA-NOTIFICACAO.
           MOVE 0 TO HN-DATA-NEGATIVACAO.
           MOVE SPACE TO HN-TIPO-PESSOA.
           MOVE 0 TO HN-CPF-CNPJ.
           MOVE 0 TO HN-VALOR-NEGATIVADO.
           MOVE 0 TO HN-DATA-EXCLUSAO.
           MOVE 0 TO HN-MOTIVO-EXCLUSAO.
       3120-INICIAR-HISTORICO-EXIT.
           EXIT.

       3130-TRANSPORTAR-HISTORICO.
           MOVE HISTORICO-COBRANCA-REG TO HISTORICO-NOVO-REG.
           PERFORM 3800-GRAVAR-HISTORICO-NOVO THRU
               3800-GRAVAR-HISTORICO-NOVO-EXIT.
           PERFORM 3940-LER-HISTORICO THRU 3940-LER-HISTORICO-EXIT.
       3130-TRANSPORTAR-HISTORICO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> histórico de parcela do contrato corrente além da última
       *> parcela das BAIXAS: o cronograma encolheu na
       *> renegociação, a dívida antiga sai do cadastro e o
       *> histórico dela não segue adiante
       *> ------------------------------------------------------
       3140-ENCERRAR-PARCELA-SUPRIMIDA.
           MOVE HISTORICO-COBRANCA-REG TO HISTORICO-NOVO-REG.
           MOVE DATA-REFERENCIA TO DATA-DO-FATO.
           MOVE MOTIVO-RENEGOCIACAO TO MOTIVO-DA-EXCLUSAO.
           PERFORM 3200-EXCLUIR-SE-NEGATIVADA THRU
               3200-EXCLUIR-SE-NEGATIVADA-EXIT.
           PERFORM 3940-LER-HISTORICO THRU 3940-LER-HISTORICO-EXIT.
       3140-ENCERRAR-PARCELA-SUPRIMIDA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> a dívida negativada e ainda não excluída (no registro
       *> carregado em HISTORICO-NOVO-REG) sai do cadastro com o
       *> MOTIVO-DA-EXCLUSAO e a DATA-DO-FATO; na exclusão por
       *> pagamento, passar dos dias úteis da lei desde o
       *> pagamento é pendência para a cobrança
       *> ------------------------------------------------------
       3200-EXCLUIR-SE-NEGATIVADA.
           IF (HN-DATA-NEGATIVACAO = 0) OR (HN-DATA-EXCLUSAO > 0) THEN
               GO TO 3200-EXCLUIR-SE-NEGATIVADA-EXIT
           END-IF.
           MOVE 0 TO EXCLUSAO-FORA-DO-PRAZO.
           IF MOTIVO-DA-EXCLUSAO = MOTIVO-PAGAMENTO THEN
               COMPUTE CONTAGEM-DE-INTEIRO =
                   FUNCTION INTEGER-OF-DATE (DATA-DO-FATO)
               MOVE DATA-REFERENCIA-INTEIRO TO CONTAGEM-ATE-INTEIRO
               PERFORM 6400-CONTAR-DIAS-UTEIS THRU
                   6400-CONTAR-DIAS-UTEIS-EXIT
               IF CONTAGEM-DIAS-UTEIS > DIAS-UTEIS-PARA-EXCLUSAO THEN
                   MOVE 1 TO EXCLUSAO-FORA-DO-PRAZO
                   ADD 1 TO TOTAL-EXCLUSOES-FORA-DO-PRAZO
               END-IF
           END-IF.
           MOVE 2 TO NG-TIPO.
           MOVE DATA-REFERENCIA TO NG-DATA-MOVIMENTO.
           MOVE HN-TIPO-PESSOA TO NG-TIPO-PESSOA.
           MOVE HN-CPF-CNPJ TO NG-CPF-CNPJ.
           MOVE SPACES TO NG-NOME.
           MOVE HN-NUMERO-CONTRATO TO NG-NUMERO-CONTRATO.
           MOVE HN-INDICE TO NG-INDICE.
           MOVE HN-DATA-VENCIMENTO TO NG-DATA-VENCIMENTO.
           MOVE HN-VALOR-NEGATIVADO TO NG-VALOR.
           MOVE MOTIVO-DA-EXCLUSAO TO NG-MOTIVO-EXCLUSAO.
           MOVE DATA-DO-FATO TO NG-DATA-FATO.
           PERFORM 3850-GRAVAR-NEGATIVACAO THRU
               3850-GRAVAR-NEGATIVACAO-EXIT.
           ADD 1 TO TOTAL-EXCLUSOES.
           MOVE DATA-REFERENCIA TO HN-DATA-EXCLUSAO.
           MOVE MOTIVO-DA-EXCLUSAO TO HN-MOTIVO-EXCLUSAO.
           MOVE HN-NUMERO-CONTRATO TO DET-CONTRATO.
           MOVE HN-INDICE TO DET-PARCELA.
           MOVE HN-DATA-VENCIMENTO TO DET-VENCIMENTO.
           MOVE 0 TO DET-ATRASO.
           MOVE "EXCLUSAO" TO DET-ACAO.
           MOVE HN-VALOR-NEGATIVADO TO DET-VALOR.
           IF MOTIVO-DA-EXCLUSAO = MOTIVO-PAGAMENTO THEN
               IF A-EXCLUSAO-ESTA-ATRASADA THEN
                   MOVE "*** PAGA - FORA DO PRAZO LEGAL"
                       TO DET-OBSERVACAO
               ELSE
                   MOVE "DIVIDA PAGA" TO DET-OBSERVACAO
               END-IF
           ELSE
               IF MOTIVO-DA-EXCLUSAO = MOTIVO-CESSAO THEN
                   MOVE "CREDITO CEDIDO A OUTRA INSTITUICAO"
                       TO DET-OBSERVACAO
               ELSE
                   MOVE "DIVIDA SUBSTITUIDA NA RENEGOCIACAO"
                       TO DET-OBSERVACAO
               END-IF
           END-IF.
           PERFORM 4900-IMPRIME-DETALHE THRU 4900-IMPRIME-DETALHE-EXIT.
       3200-EXCLUIR-SE-NEGATIVADA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> sobe a parcela vencida um degrau quando o atraso alcança
       *> o degrau e ele ainda não foi cumprido: a negativação só
       *> depois da notificação e do aviso prévio; o lembrete não
       *> sai para quem já foi notificado. Sem devedor localizado a
       *> ação fica retida e vira pendência
       *> ------------------------------------------------------
       3300-APLICAR-REGUA.
           MOVE 0 TO ACAO-DA-PARCELA.
           IF BX-DIAS-ATRASO = 0 THEN
               GO TO 3300-APLICAR-REGUA-EXIT
           END-IF.
           IF (BX-DIAS-ATRASO >= DIAS-DA-ACAO (ACAO-NEGATIVACAO)) AND
               (HN-DATA-NEGATIVACAO = 0) AND
               (HN-DATA-NOTIFICACAO > 0) THEN
               COMPUTE DIAS-DESDE-NOTIFICACAO =
                   DATA-REFERENCIA-INTEIRO -
                   FUNCTION INTEGER-OF-DATE (HN-DATA-NOTIFICACAO)
               IF DIAS-DESDE-NOTIFICACAO >= DIAS-AVISO-PREVIO THEN
                   MOVE ACAO-NEGATIVACAO TO ACAO-DA-PARCELA
               END-IF
           END-IF.
           IF (ACAO-DA-PARCELA = 0) AND
               (BX-DIAS-ATRASO >= DIAS-DA-ACAO (ACAO-NOTIFICACAO)) AND
               (HN-DATA-NOTIFICACAO = 0) THEN
               MOVE ACAO-NOTIFICACAO TO ACAO-DA-PARCELA
           END-IF.
           IF (ACAO-DA-PARCELA = 0) AND
               (BX-DIAS-ATRASO >= DIAS-DA-ACAO (ACAO-LEMBRETE)) AND
               (HN-DATA-LEMBRETE = 0) AND
               (HN-DATA-NOTIFICACAO = 0) THEN
               MOVE ACAO-LEMBRETE TO ACAO-DA-PARCELA
           END-IF.
           IF ACAO-DA-PARCELA = 0 THEN
               GO TO 3300-APLICAR-REGUA-EXIT
           END-IF.
           COMPUTE SALDO-VENCIDO = BX-VALOR-ESPERADO - BX-VALOR-PAGO.
           MOVE BX-NUMERO-CONTRATO TO DET-CONTRATO.
           MOVE BX-INDICE TO DET-PARCELA.
           MOVE BX-DATA-VENCIMENTO TO DET-VENCIMENTO.
           MOVE BX-DIAS-ATRASO TO DET-ATRASO.
           MOVE NOME-ACAO (ACAO-DA-PARCELA) TO DET-ACAO.
           COMPUTE DET-VALOR ROUNDED = SALDO-VENCIDO.
           IF NOT TOMADOR-LOCALIZADO THEN
               MOVE "*** RETIDA - DEVEDOR SEM CADASTRO"
                   TO DET-OBSERVACAO
               PERFORM 4900-IMPRIME-DETALHE THRU
                   4900-IMPRIME-DETALHE-EXIT
               ADD 1 TO TOTAL-ACOES-RETIDAS
               GO TO 3300-APLICAR-REGUA-EXIT
           END-IF.
           MOVE SPACES TO DET-OBSERVACAO.
           PERFORM 4900-IMPRIME-DETALHE THRU 4900-IMPRIME-DETALHE-EXIT.
           ADD 1 TO TOTAL-DA-ACAO (ACAO-DA-PARCELA).
           MOVE 1 TO SITUACAO-HISTORICO.
           IF ACAO-DA-PARCELA = ACAO-NEGATIVACAO THEN
               PERFORM 3400-INCLUIR-NO-CADASTRO THRU
                   3400-INCLUIR-NO-CADASTRO-EXIT
               GO TO 3300-APLICAR-REGUA-EXIT
           END-IF.
           IF ACAO-DA-PARCELA = ACAO-NOTIFICACAO THEN
               MOVE DATA-REFERENCIA TO HN-DATA-NOTIFICACAO
           ELSE
               MOVE DATA-REFERENCIA TO HN-DATA-LEMBRETE
           END-IF.
           ADD 1 TO QUANTIDADE-AVISOS.
           MOVE ACAO-DA-PARCELA TO AV-ACAO (QUANTIDADE-AVISOS).
           MOVE BX-INDICE TO AV-INDICE (QUANTIDADE-AVISOS).
           MOVE BX-DATA-VENCIMENTO
               TO AV-DATA-VENCIMENTO (QUANTIDADE-AVISOS).
           MOVE BX-DIAS-ATRASO TO AV-DIAS-ATRASO (QUANTIDADE-AVISOS).
           MOVE SALDO-VENCIDO TO AV-SALDO (QUANTIDADE-AVISOS).
       3300-APLICAR-REGUA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> inclusão da parcela no cadastro de proteção ao crédito
       *> pelo saldo vencido; o devedor e o valor ficam no
       *> histórico para a exclusão sair igual
       *> ------------------------------------------------------
       3400-INCLUIR-NO-CADASTRO.
           MOVE DATA-REFERENCIA TO HN-DATA-NEGATIVACAO.
           MOVE CT-TIPO-PESSOA TO HN-TIPO-PESSOA.
           MOVE CT-CPF-CNPJ TO HN-CPF-CNPJ.
           COMPUTE HN-VALOR-NEGATIVADO ROUNDED = SALDO-VENCIDO.
           MOVE 1 TO NG-TIPO.
           MOVE DATA-REFERENCIA TO NG-DATA-MOVIMENTO.
           MOVE CT-TIPO-PESSOA TO NG-TIPO-PESSOA.
           MOVE CT-CPF-CNPJ TO NG-CPF-CNPJ.
           MOVE TM-NOME TO NG-NOME.
           MOVE BX-NUMERO-CONTRATO TO NG-NUMERO-CONTRATO.
           MOVE BX-INDICE TO NG-INDICE.
           MOVE BX-DATA-VENCIMENTO TO NG-DATA-VENCIMENTO.
           MOVE HN-VALOR-NEGATIVADO TO NG-VALOR.
           MOVE 0 TO NG-MOTIVO-EXCLUSAO.
           MOVE 0 TO NG-DATA-FATO.
           PERFORM 3850-GRAVAR-NEGATIVACAO THRU
               3850-GRAVAR-NEGATIVACAO-EXIT.
           ADD 1 TO TOTAL-INCLUSOES.
           ADD HN-VALOR-NEGATIVADO TO VALOR-INCLUSOES.
       3400-INCLUIR-NO-CADASTRO-EXIT.
           EXIT.

       3800-GRAVAR-HISTORICO-NOVO.
           WRITE HISTORICO-NOVO-REG.
           IF STATUS-HISTORICO-NOVO NOT = "00" THEN
               MOVE STATUS-HISTORICO-NOVO TO STATUS-IO-VERIFICADO
               MOVE "HISTORICO-NOVO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3800-GRAVAR-HISTORICO-NOVO-EXIT.
           EXIT.

       3850-GRAVAR-NEGATIVACAO.
           WRITE NEGATIVACAO-REG.
           IF STATUS-NEGATIVACAO NOT = "00" THEN
               MOVE STATUS-NEGATIVACAO TO STATUS-IO-VERIFICADO
               MOVE "NEGATIVACAO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3850-GRAVAR-NEGATIVACAO-EXIT.
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

       3920-LER-CONTRATO.
           READ CONTRATOS
               AT END
                   MOVE 1 TO FIM-CONTRATOS
           END-READ.
           IF (STATUS-CONTRATOS NOT = "00")
               AND (STATUS-CONTRATOS NOT = "10") THEN
               MOVE STATUS-CONTRATOS TO STATUS-IO-VERIFICADO
               MOVE "CONTRATOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3920-LER-CONTRATO-EXIT.
           EXIT.

       3930-LER-PREJUIZO.
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
       3930-LER-PREJUIZO-EXIT.
           EXIT.

       3940-LER-HISTORICO.
           READ HISTORICO
               AT END
                   MOVE 1 TO FIM-HISTORICO
           END-READ.
           IF (STATUS-HISTORICO NOT = "00")
               AND (STATUS-HISTORICO NOT = "10") THEN
               MOVE STATUS-HISTORICO TO STATUS-IO-VERIFICADO
               MOVE "HISTORICO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3940-LER-HISTORICO-EXIT.
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
       *> uma carta do degrau ACAO-DA-CARTA com todas as parcelas
       *> do contrato corrente que subiram para ele hoje; a
       *> notificação formal leva o aviso prévio da negativação
       *> ------------------------------------------------------
       4000-IMPRIMIR-CARTA.
           MOVE 0 TO PARCELAS-DA-CARTA.
           PERFORM VARYING INDICE-AVISO FROM 1 BY 1
               UNTIL INDICE-AVISO > QUANTIDADE-AVISOS
               IF AV-ACAO (INDICE-AVISO) = ACAO-DA-CARTA THEN
                   ADD 1 TO PARCELAS-DA-CARTA
               END-IF
           END-PERFORM.
           IF PARCELAS-DA-CARTA = 0 THEN
               GO TO 4000-IMPRIMIR-CARTA-EXIT
           END-IF.
           ADD 1 TO TOTAL-CARTAS.
           WRITE AVISOS-LINHA FROM LINHA-CARTA-SEPARADOR.
           PERFORM 9020-VERIFICA-AVISOS THRU
               9020-VERIFICA-AVISOS-EXIT.
           IF ACAO-DA-CARTA = ACAO-NOTIFICACAO THEN
               MOVE "NOTIFICACAO DE DEBITO EM ATRASO" TO CRT-TITULO
           ELSE
               MOVE "LEMBRETE DE PARCELA EM ATRASO" TO CRT-TITULO
           END-IF.
           MOVE DATA-REFERENCIA TO CRT-DATA.
           WRITE AVISOS-LINHA FROM LINHA-CARTA-TITULO.
           PERFORM 9020-VERIFICA-AVISOS THRU
               9020-VERIFICA-AVISOS-EXIT.
           PERFORM 4090-CARTA-EM-BRANCO THRU 4090-CARTA-EM-BRANCO-EXIT.
           MOVE TM-NOME TO CRT-TEXTO.
           PERFORM 4080-CARTA-TEXTO THRU 4080-CARTA-TEXTO-EXIT.
           MOVE TM-LOGRADOURO TO CRT-TEXTO.
           PERFORM 4080-CARTA-TEXTO THRU 4080-CARTA-TEXTO-EXIT.
           MOVE TM-CEP TO CRT-CEP.
           MOVE TM-MUNICIPIO TO CRT-MUNICIPIO.
           MOVE TM-UF TO CRT-UF.
           WRITE AVISOS-LINHA FROM LINHA-CARTA-MUNICIPIO.
           PERFORM 9020-VERIFICA-AVISOS THRU
               9020-VERIFICA-AVISOS-EXIT.
           PERFORM 4090-CARTA-EM-BRANCO THRU 4090-CARTA-EM-BRANCO-EXIT.
           MOVE CONTRATO-CORRENTE TO CRT-NUMERO-CONTRATO.
           WRITE AVISOS-LINHA FROM LINHA-CARTA-CONTRATO.
           PERFORM 9020-VERIFICA-AVISOS THRU
               9020-VERIFICA-AVISOS-EXIT.
           WRITE AVISOS-LINHA FROM LINHA-CARTA-TITULO-PARCELAS.
           PERFORM 9020-VERIFICA-AVISOS THRU
               9020-VERIFICA-AVISOS-EXIT.
           MOVE 0.0 TO TOTAL-DA-CARTA.
           PERFORM 4010-IMPRIMIR-PARCELA-DA-CARTA THRU
               4010-IMPRIMIR-PARCELA-DA-CARTA-EXIT
               VARYING INDICE-AVISO FROM 1 BY 1
               UNTIL INDICE-AVISO > QUANTIDADE-AVISOS.
           COMPUTE CRT-TOTAL ROUNDED = TOTAL-DA-CARTA.
           WRITE AVISOS-LINHA FROM LINHA-CARTA-TOTAL.
           PERFORM 9020-VERIFICA-AVISOS THRU
               9020-VERIFICA-AVISOS-EXIT.
           PERFORM 4090-CARTA-EM-BRANCO THRU 4090-CARTA-EM-BRANCO-EXIT.
           IF ACAO-DA-CARTA = ACAO-NOTIFICACAO THEN
               MOVE "NAO HAVENDO PAGAMENTO OU CONTATO NO PRAZO DE 10 "
                   & "DIAS DESTA NOTIFICACAO, O DEBITO"
                   TO CRT-TEXTO
               PERFORM 4080-CARTA-TEXTO THRU 4080-CARTA-TEXTO-EXIT
               MOVE "ACIMA PODERA SER INCLUIDO NOS CADASTROS DE "
                   & "PROTECAO AO CREDITO."
                   TO CRT-TEXTO
               PERFORM 4080-CARTA-TEXTO THRU 4080-CARTA-TEXTO-EXIT
           ELSE
               MOVE "SE O PAGAMENTO JA FOI FEITO, DESCONSIDERE ESTE "
                   & "AVISO."
                   TO CRT-TEXTO
               PERFORM 4080-CARTA-TEXTO THRU 4080-CARTA-TEXTO-EXIT
           END-IF.
           PERFORM 4090-CARTA-EM-BRANCO THRU 4090-CARTA-EM-BRANCO-EXIT.
       4000-IMPRIMIR-CARTA-EXIT.
           EXIT.

       4010-IMPRIMIR-PARCELA-DA-CARTA.
           IF AV-ACAO (INDICE-AVISO) NOT = ACAO-DA-CARTA THEN
               GO TO 4010-IMPRIMIR-PARCELA-DA-CARTA-EXIT
           END-IF.
           MOVE AV-INDICE (INDICE-AVISO) TO CRT-PARCELA.
           MOVE AV-DATA-VENCIMENTO (INDICE-AVISO)
               TO CRT-DATA-VENCIMENTO.
           MOVE AV-DIAS-ATRASO (INDICE-AVISO) TO CRT-DIAS-ATRASO.
           COMPUTE CRT-SALDO ROUNDED = AV-SALDO (INDICE-AVISO).
           COMPUTE TOTAL-DA-CARTA =
               TOTAL-DA-CARTA + AV-SALDO (INDICE-AVISO).
           WRITE AVISOS-LINHA FROM LINHA-CARTA-PARCELA.
           PERFORM 9020-VERIFICA-AVISOS THRU
               9020-VERIFICA-AVISOS-EXIT.
       4010-IMPRIMIR-PARCELA-DA-CARTA-EXIT.
           EXIT.

       4080-CARTA-TEXTO.
           WRITE AVISOS-LINHA FROM LINHA-CARTA-TEXTO.
           PERFORM 9020-VERIFICA-AVISOS THRU
               9020-VERIFICA-AVISOS-EXIT.
       4080-CARTA-TEXTO-EXIT.
           EXIT.

       4090-CARTA-EM-BRANCO.
           MOVE SPACES TO AVISOS-LINHA.
           WRITE AVISOS-LINHA.
           PERFORM 9020-VERIFICA-AVISOS THRU
               9020-VERIFICA-AVISOS-EXIT.
       4090-CARTA-EM-BRANCO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> cabeçalho do relatório com a régua em uso e de onde veio
       *> cada degrau
       *> ------------------------------------------------------
       4800-IMPRIME-CABECALHO.
           MOVE DATA-REFERENCIA TO CAB-DATA-EXECUCAO.
           WRITE RELATORIO-LINHA FROM LINHA-CABECALHO.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           PERFORM 4810-IMPRIME-DEGRAU THRU 4810-IMPRIME-DEGRAU-EXIT
               VARYING INDICE-ACAO FROM 1 BY 1
               UNTIL INDICE-ACAO > TOTAL-DE-ACOES.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           WRITE RELATORIO-LINHA FROM LINHA-TITULO-COLUNAS.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       4800-IMPRIME-CABECALHO-EXIT.
           EXIT.

       4810-IMPRIME-DEGRAU.
           MOVE NOME-ACAO (INDICE-ACAO) TO RGA-NOME.
           MOVE DIAS-DA-ACAO (INDICE-ACAO) TO RGA-DIAS.
           IF ACAO-INFORMADA (INDICE-ACAO) = 1 THEN
               MOVE "(REGUA-COBRANCA)" TO RGA-ORIGEM
           ELSE
               MOVE "(PADRAO)" TO RGA-ORIGEM
           END-IF.
           WRITE RELATORIO-LINHA FROM LINHA-REGUA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       4810-IMPRIME-DEGRAU-EXIT.
           EXIT.

       4900-IMPRIME-DETALHE.
           WRITE RELATORIO-LINHA FROM LINHA-DETALHE.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       4900-IMPRIME-DETALHE-EXIT.
           EXIT.

       4950-IMPRIME-TOTAL.
           WRITE RELATORIO-LINHA FROM LINHA-TOTAL.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       4950-IMPRIME-TOTAL-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> passa adiante o resto do histórico, fecha o arquivo do
       *> birô com o trailer e as cartas com a linha de controle,
       *> imprime os totais e devolve 4 quando há ação retida ou
       *> exclusão fora do prazo legal
       *> ------------------------------------------------------
       8000-FINALIZAR.
           IF OS-ARQUIVOS-ESTAO-ABERTOS THEN
               PERFORM 3130-TRANSPORTAR-HISTORICO THRU
                   3130-TRANSPORTAR-HISTORICO-EXIT
                   UNTIL NAO-HA-MAIS-HISTORICO
               MOVE SPACES TO NEGATIVACAO-TRAILER-REG
               MOVE 9 TO NT-TIPO
               MOVE DATA-REFERENCIA TO NT-DATA-GERACAO
               MOVE TOTAL-INCLUSOES TO NT-TOTAL-INCLUSOES
               MOVE VALOR-INCLUSOES TO NT-VALOR-INCLUSOES
               MOVE TOTAL-EXCLUSOES TO NT-TOTAL-EXCLUSOES
               WRITE NEGATIVACAO-TRAILER-REG
               IF STATUS-NEGATIVACAO NOT = "00" THEN
                   MOVE STATUS-NEGATIVACAO TO STATUS-IO-VERIFICADO
                   MOVE "NEGATIVACAO" TO DESCRICAO-ARQUIVO-IO
                   PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                       9000-ABORTAR-ERRO-ARQUIVO-EXIT
               END-IF
               MOVE DATA-REFERENCIA TO CRT-CTL-DATA
               MOVE TOTAL-CARTAS TO CRT-CTL-TOTAL
               WRITE AVISOS-LINHA FROM LINHA-CARTA-CONTROLE
               PERFORM 9020-VERIFICA-AVISOS THRU
                   9020-VERIFICA-AVISOS-EXIT
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               PERFORM 8100-IMPRIME-TOTAL-ACAO THRU
                   8100-IMPRIME-TOTAL-ACAO-EXIT
                   VARYING INDICE-ACAO FROM 1 BY 1
                   UNTIL INDICE-ACAO > TOTAL-DE-ACOES
               MOVE "EXCLUSOES DO CADASTRO:" TO TOT-ROTULO
               MOVE TOTAL-EXCLUSOES TO TOT-QUANTIDADE
               PERFORM 4950-IMPRIME-TOTAL THRU 4950-IMPRIME-TOTAL-EXIT
               MOVE "EXCLUSOES FORA DO PRAZO LEGAL:" TO TOT-ROTULO
               MOVE TOTAL-EXCLUSOES-FORA-DO-PRAZO TO TOT-QUANTIDADE
               PERFORM 4950-IMPRIME-TOTAL THRU 4950-IMPRIME-TOTAL-EXIT
               MOVE "ACOES RETIDAS SEM DEVEDOR CADASTRADO:"
                   TO TOT-ROTULO
               MOVE TOTAL-ACOES-RETIDAS TO TOT-QUANTIDADE
               PERFORM 4950-IMPRIME-TOTAL THRU 4950-IMPRIME-TOTAL-EXIT
               MOVE "CARTAS EMITIDAS:" TO TOT-ROTULO
               MOVE TOTAL-CARTAS TO TOT-QUANTIDADE
               PERFORM 4950-IMPRIME-TOTAL THRU 4950-IMPRIME-TOTAL-EXIT
               MOVE "CONTRATOS EM PREJUIZO FORA DA REGUA:"
                   TO TOT-ROTULO
               MOVE TOTAL-CONTRATOS-EM-PREJUIZO TO TOT-QUANTIDADE
               PERFORM 4950-IMPRIME-TOTAL THRU 4950-IMPRIME-TOTAL-EXIT
               MOVE "CONTRATOS CEDIDOS FORA DA REGUA:" TO TOT-ROTULO
               MOVE TOTAL-CONTRATOS-CEDIDOS TO TOT-QUANTIDADE
               PERFORM 4950-IMPRIME-TOTAL THRU 4950-IMPRIME-TOTAL-EXIT
               CLOSE BAIXAS
               CLOSE CONTRATOS
               IF HA-ARQUIVO-DE-PREJUIZOS THEN
                   CLOSE PREJUIZOS
               END-IF
               IF HA-ARQUIVO-DE-CEDIDOS THEN
                   CLOSE CEDIDOS
               END-IF
               CLOSE TOMADORES
               IF HA-ARQUIVO-DE-HISTORICO THEN
                   CLOSE HISTORICO
               END-IF
               CLOSE HISTORICO-NOVO
               CLOSE NEGATIVACAO
               CLOSE AVISOS
               CLOSE RELATORIO
               DISPLAY "REGUA DE COBRANCA: "
                   TOTAL-DA-ACAO (ACAO-LEMBRETE) " LEMBRETE(S), "
                   TOTAL-DA-ACAO (ACAO-NOTIFICACAO)
                   " NOTIFICACAO(OES), "
                   TOTAL-INCLUSOES " INCLUSAO(OES), "
                   TOTAL-EXCLUSOES " EXCLUSAO(OES), "
                   TOTAL-ACOES-RETIDAS " RETIDA(S)"
               IF (TOTAL-ACOES-RETIDAS > 0) OR
                   (TOTAL-EXCLUSOES-FORA-DO-PRAZO > 0) THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       8100-IMPRIME-TOTAL-ACAO.
           MOVE SPACES TO TOT-ROTULO.
           STRING NOME-ACAO (INDICE-ACAO) DELIMITED BY SPACE
               ":" DELIMITED BY SIZE INTO TOT-ROTULO.
           MOVE TOTAL-DA-ACAO (INDICE-ACAO) TO TOT-QUANTIDADE.
           PERFORM 4950-IMPRIME-TOTAL THRU 4950-IMPRIME-TOTAL-EXIT.
       8100-IMPRIME-TOTAL-ACAO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> aborta a régua por falha de E/S; espera
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
       *> confere STATUS-AVISOS depois de cada WRITE
       *> ------------------------------------------------------
       9020-VERIFICA-AVISOS.
           IF STATUS-AVISOS NOT = "00" THEN
               MOVE STATUS-AVISOS TO STATUS-IO-VERIFICADO
               MOVE "AVISOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       9020-VERIFICA-AVISOS-EXIT.
           EXIT.

       *> rotinas de calendário compartilhadas (6100-6500)
       COPY CALDIAS.
       END PROGRAM REGUA.
