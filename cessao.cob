       *> Cessão de carteira: a tesouraria vende blocos de contratos
       *> adimplentes a outras instituições. O programa roda em dois
       *> tempos, escolhidos no arquivo de parâmetros
       *> PARAMETROS-CESSAO. Na proposta, varre o MESTRE-CONTRATOS
       *> de ponta a ponta (casando CONTRATOS-ACEITOS, de onde saem o
       *> período, o regime de juros e o desembolso), seleciona os
       *> contratos pelos critérios do comprador (indexador,
       *> convenção de contagem de dias, prazo remanescente e atraso
       *> máximo apurado da situação de pagamento do mestre) e
       *> precifica cada parcela ainda em aberto à taxa do
       *> cessionário, com o mesmo desconto a valor presente da
       *> cotação de quitação (programa QUITACAO), só que ancorado
       *> na data da cessão; grava o arquivo de venda (ARQUIVO-CESSAO)
       *> e imprime o relatório de preços com o valor contábil e o
       *> resultado de cada contrato. Na confirmação, relê o arquivo
       *> de venda aceito pelo comprador, carimba a cessão no mestre,
       *> acrescenta os contratos ao arquivo de contratos cedidos
       *> (CONTRATOS-CEDIDOS, com a versão nova em
       *> CONTRATOS-CEDIDOS-NOVO), que tira o contrato da remessa,
       *> da provisão e da apropriação de juros, e grava as partidas
       *> da venda com o ganho ou a perda sobre o valor contábil
       *> (LANCAMENTOS-CESSAO, no layout do LANCAMENTOS do CONTABIL);
       *> substitui a precificação feita em planilha
       *> Versão 0.1: 15/10/2026: primeira versão
       *> Versão 0.2: 15/10/2026: confirmação recusa contrato cujo
       *>             saldo mudou desde a proposta e completa, sem
       *>             recusar, contrato carimbado por esta mesma
       *>             cessão numa execução interrompida

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CESSAO.
       AUTHOR. Ricardo Erick Rebêlo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> modo (proposta ou confirmação), data da cessão,
           *> cessionário, taxa e critérios de seleção
           SELECT PARAMETROS ASSIGN TO "PARAMETROS-CESSAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-PARAMETROS.
           *> mestre indexado de contratos: lido de ponta a ponta na
           *> proposta e por chave na confirmação, onde a cessão é
           *> carimbada
           SELECT MESTRE ASSIGN TO "MESTRE-CONTRATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-NUMERO-CONTRATO
               FILE STATUS IS STATUS-MESTRE.
           *> carteira aceita pela crítica, em ordem ascendente, de
           *> onde saem período, regime de juros e desembolso
           SELECT CONTRATOS ASSIGN TO "CONTRATOS-ACEITOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-CONTRATOS.
           *> calendário de feriados bancários, para a contagem de
           *> dias úteis
           SELECT FERIADOS ASSIGN TO "FERIADOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-FERIADOS.
           *> arquivo de venda para o cessionário, layout fixo zonado
           *> como a REMESSA-COBRANCA: gravado na proposta e relido
           *> na confirmação
           SELECT VENDA ASSIGN TO "ARQUIVO-CESSAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-VENDA.
           *> contratos cedidos nas confirmações anteriores; na
           *> primeira cessão o arquivo não existe
           SELECT CEDIDOS ASSIGN TO "CONTRATOS-CEDIDOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-CEDIDOS.
           *> contratos cedidos depois desta confirmação, que
           *> substitui o anterior no fim do job
           SELECT CEDIDOS-NOVO ASSIGN TO "CONTRATOS-CEDIDOS-NOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-CEDIDOS-NOVO.
           *> partidas da venda na interface do razão, no mesmo
           *> layout do LANCAMENTOS do CONTABIL
           SELECT LANCAMENTOS ASSIGN TO "LANCAMENTOS-CESSAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-LANCAMENTOS.
           *> relatório de preços da proposta ou da confirmação
           SELECT RELATORIO ASSIGN TO "RELATORIO-CESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           LABEL RECORDS ARE STANDARD.
       01  PARAMETRO-CESSAO-REG.
           05  PC-MODO                     PICTURE X(1).
               88  PC-PROPOSTA             VALUE "P".
               88  PC-CONFIRMACAO          VALUE "C".
           05  PC-DATA-CESSAO              PICTURE 9(8).
           05  PC-DATA-CESSAO-R REDEFINES PC-DATA-CESSAO.
               10  PC-COMPETENCIA          PICTURE 9(6).
               10  PC-DIA-CESSAO           PICTURE 9(2).
           05  PC-CESSIONARIO              PICTURE X(30).
       *> taxa de desconto do comprador, em % por período do
       *> contrato, como a taxa do próprio contrato na quitação
           05  PC-TAXA-CESSAO              PICTURE 9(3)V9(6).
       *> critérios de seleção: indexador e convenção nos códigos
       *> dos níveis 88 do copybook CONTRATOS (9 = qualquer um),
       *> prazo remanescente em dias corridos como o da posição da
       *> carteira e atraso máximo em dias
           05  PC-INDEXADOR                PICTURE 9(1).
               88  PC-QUALQUER-INDEXADOR   VALUE 9.
           05  PC-CONVENCAO-DIAS           PICTURE 9(1).
               88  PC-QUALQUER-CONVENCAO   VALUE 9.
           05  PC-PRAZO-MINIMO             PICTURE 9(5).
           05  PC-PRAZO-MAXIMO             PICTURE 9(5).
           05  PC-ATRASO-MAXIMO            PICTURE 9(5).

       FD  MESTRE
           LABEL RECORDS ARE STANDARD.
       COPY MESTRECT.

       FD  CONTRATOS
           LABEL RECORDS ARE STANDARD.
       COPY CONTRATOS.

       FD  FERIADOS
           LABEL RECORDS ARE STANDARD.
       01  FERIADOS-REG.
           05  FE-DATA                     PICTURE 9(8).
           05  FE-DESCRICAO                PICTURE X(30).

       FD  VENDA
           LABEL RECORDS ARE STANDARD.
       01  VENDA-CABECALHO-REG.
           05  VH-TIPO                     PICTURE 9(1).
               88  VH-CABECALHO            VALUE 0.
           05  VH-DATA-CESSAO              PICTURE 9(8).
           05  VH-CESSIONARIO              PICTURE X(30).
           05  VH-TAXA-CESSAO              PICTURE 9(3)V9(6).
           05  VH-DATA-GERACAO             PICTURE 9(8).
           05  FILLER                      PICTURE X(49).
       *> uma parcela vendida: o fluxo em aberto (nominal), o preço
       *> dela na cessão e o valor contábil separado em carteira e
       *> juros apropriados a receber, para a baixa de cada conta
       01  VENDA-REG.
           05  VD-TIPO                     PICTURE 9(1).
               88  VD-DETALHE              VALUE 1.
           05  VD-DATA-CESSAO              PICTURE 9(8).
           05  VD-NUMERO-CONTRATO          PICTURE 9(9).
           05  VD-INDICE                   PICTURE 9(9).
           05  VD-DATA-VENCIMENTO          PICTURE 9(8).
           05  VD-TIPO-PESSOA              PICTURE X(1).
           05  VD-CPF-CNPJ                 PICTURE 9(14).
           05  VD-INDEXADOR                PICTURE 9(1).
           05  VD-VALOR-NOMINAL            PICTURE 9(11)V99.
           05  VD-VALOR-PRESENTE           PICTURE 9(11)V99.
           05  VD-PRINCIPAL-CONTABIL       PICTURE 9(11)V99.
           05  VD-JUROS-CONTABIL           PICTURE 9(11)V99.
           05  FILLER                      PICTURE X(2).
       01  VENDA-TRAILER-REG.
           05  VT-TIPO                     PICTURE 9(1).
               88  VT-TRAILER              VALUE 9.
           05  VT-DATA-CESSAO              PICTURE 9(8).
           05  VT-TOTAL-CONTRATOS          PICTURE 9(9).
           05  VT-TOTAL-PARCELAS           PICTURE 9(9).
           05  VT-TOTAL-NOMINAL            PICTURE 9(11)V99.
           05  VT-TOTAL-PRESENTE           PICTURE 9(11)V99.
           05  VT-TOTAL-CONTABIL           PICTURE 9(11)V99.
           05  FILLER                      PICTURE X(39).

       FD  CEDIDOS
           LABEL RECORDS ARE STANDARD.
       COPY CEDIDO.

       FD  CEDIDOS-NOVO
           LABEL RECORDS ARE STANDARD.
       COPY CEDIDO REPLACING
           ==CEDIDO-REG== BY ==CEDIDO-NOVO-REG==
           LEADING ==CD== BY ==CN==.

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
       *> indexadores e convenções seguem os códigos 0 a 2 dos
       *> níveis 88 do copybook CONTRATOS, como na posição
       78  TOTAL-DE-INDEXADORES VALUE 3.
       78  TOTAL-DE-CONVENCOES VALUE 3.

       *> contas contábeis do plano de contas do razão
       01  CONTA-CAIXA                     PICTURE X(10)
                                           VALUE "1001001".
       01  CONTA-CARTEIRA-A-RECEBER        PICTURE X(10)
                                           VALUE "1101001".
       01  CONTA-JUROS-A-RECEBER           PICTURE X(10)
                                           VALUE "1102001".
       01  CONTA-GANHO-CESSAO              PICTURE X(10)
                                           VALUE "4104001".
       01  CONTA-PERDA-CESSAO              PICTURE X(10)
                                           VALUE "8103001".

       *> tabela de feriados e campos das rotinas de calendário
       COPY TABFERI.

       *> data da cessão no espaço de dias inteiros e taxa do
       *> comprador pronta para a conta
       01  CESSAO-INTEIRO                  PICTURE 9(8).
       01  TAXA-CESSIONARIO                COMP-2.
       01  DATA-GERACAO                    PICTURE 9(8).

       *> nomes das posições, na ordem dos códigos
       01  TABELA-NOMES-INDEXADOR.
           05  FILLER PICTURE X(10) VALUE "PRE-FIXADO".
           05  FILLER PICTURE X(10) VALUE "CDI".
           05  FILLER PICTURE X(10) VALUE "SELIC".
       01  NOMES-INDEXADOR REDEFINES TABELA-NOMES-INDEXADOR.
           05  NOME-INDEXADOR PICTURE X(10)
                              OCCURS TOTAL-DE-INDEXADORES TIMES.
       01  TABELA-NOMES-CONVENCAO.
           05  FILLER PICTURE X(10) VALUE "CORRIDOS".
           05  FILLER PICTURE X(10) VALUE "30/360".
           05  FILLER PICTURE X(10) VALUE "DIAS UTEIS".
       01  NOMES-CONVENCAO REDEFINES TABELA-NOMES-CONVENCAO.
           05  NOME-CONVENCAO PICTURE X(10)
                              OCCURS TOTAL-DE-CONVENCOES TIMES.

       *> variáveis do contrato corrente na proposta
       01  INDICE                          PICTURE 9(9).
       01  INDICE-NOME                     PICTURE 9(2).
       01  VENCIMENTO-FINAL-INTEIRO        PICTURE 9(8).
       01  DIAS-REMANESCENTES              PICTURE S9(8).
       01  VENCIDA-MAIS-ANTIGA-INTEIRO     PICTURE 9(8).
       01  DIAS-DE-ATRASO                  PICTURE S9(8).
       01  PARCELAS-EM-ABERTO              PICTURE 9(9).
       01  SITUACAO-SELECAO                PICTURE 9(1).
           88  CONTRATO-SELECIONADO        VALUE 1.

       *> variáveis da parcela corrente na proposta: a janela de
       *> apropriação do juro (do vencimento anterior, ou do
       *> desembolso, ao vencimento desta), o que já foi pago e a
       *> contagem de dias até o vencimento na convenção do contrato
       01  INICIO-PARCELA-INTEIRO          PICTURE 9(8).
       01  FIM-PARCELA-INTEIRO             PICTURE 9(8).
       01  DIAS-DA-PARCELA                 PICTURE S9(8).
       01  DIAS-DECORRIDOS                 PICTURE S9(8).
       01  VALOR-PAGO-PARCELA              COMP-2.
       01  VALOR-ESPERADO                  COMP-2.
       01  SALDO-PARCELA                   COMP-2.
       01  JUROS-APROPRIADOS               COMP-2.
       01  JUROS-PAGOS                     COMP-2.
       01  PRINCIPAL-EM-ABERTO             COMP-2.
       01  JUROS-EM-ABERTO                 COMP-2.
       01  DIAS-ATE-VENCIMENTO             COMP-2.
       01  FATOR-DESCONTO                  COMP-2.
       01  VALOR-PRESENTE-PARCELA          COMP-2.

       *> acumuladores do contrato corrente, nos centavos do
       *> arquivo de venda, para que os totais batam com ele
       01  CONTRATO-CORRENTE               PICTURE 9(9).
       01  PARCELAS-DO-CONTRATO            PICTURE 9(9).
       01  NOMINAL-DO-CONTRATO             PICTURE 9(11)V99.
       01  PRECO-DO-CONTRATO               PICTURE 9(11)V99.
       01  PRINCIPAL-DO-CONTRATO           PICTURE 9(11)V99.
       01  JUROS-DO-CONTRATO               PICTURE 9(11)V99.
       01  CONTABIL-DO-CONTRATO            PICTURE 9(11)V99.
       01  RESULTADO-DO-CONTRATO           PICTURE S9(11)V99.
       01  VALOR-LANCAMENTO                PICTURE 9(11)V99.

       *> parcelas vendidas do contrato corrente, para conferir
       *> na confirmação que o saldo no mestre ainda é o da
       *> proposta
       01  TABELA-PARCELAS-VENDIDAS.
           05  PARCELA-VENDIDA             PICTURE 9(9)
                                           OCCURS 360 TIMES.
       01  POSICAO-VENDIDA                 PICTURE 9(9).
       01  SALDO-VENDIDO                   PICTURE S9(11)V99.
       01  SALDO-ATUAL-DO-CONTRATO         PICTURE S9(11)V99.

       *> totais da proposta e da confirmação
       01  TOTAL-CONTRATOS-LIDOS           PICTURE 9(9) VALUE 0.
       01  TOTAL-CONTRATOS-VENDIDOS        PICTURE 9(9) VALUE 0.
       01  TOTAL-PARCELAS-VENDIDAS         PICTURE 9(9) VALUE 0.
       01  TOTAL-NOMINAL                   PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-PRECO                     PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-CONTABIL                  PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-GANHO                     PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-PERDA                     PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-JA-CEDIDOS                PICTURE 9(9) VALUE 0.
       01  TOTAL-EM-PREJUIZO               PICTURE 9(9) VALUE 0.
       01  TOTAL-SEM-LIMPEZA               PICTURE 9(9) VALUE 0.
       01  TOTAL-FORA-DOS-CRITERIOS        PICTURE 9(9) VALUE 0.
       01  TOTAL-SEM-SALDO                 PICTURE 9(9) VALUE 0.
       01  TOTAL-SEM-CONTRATO              PICTURE 9(9) VALUE 0.
       01  TOTAL-RECUSADOS                 PICTURE 9(9) VALUE 0.
       01  TOTAL-REGISTROS                 PICTURE 9(9) VALUE 0.
       01  TOTAL-DEBITOS                   PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-CREDITOS                  PICTURE 9(11)V99 VALUE 0.

       *> conferência do arquivo de venda antes da confirmação
       01  CONFERE-CONTRATOS               PICTURE 9(9) VALUE 0.
       01  CONFERE-PARCELAS                PICTURE 9(9) VALUE 0.
       01  CONFERE-NOMINAL                 PICTURE 9(11)V99 VALUE 0.
       01  CONFERE-PRESENTE                PICTURE 9(11)V99 VALUE 0.
       01  CONFERE-CONTABIL                PICTURE 9(11)V99 VALUE 0.
       01  CONTRATO-ANTERIOR               PICTURE 9(9) VALUE 0.
       01  TRAILER-DA-VENDA                PICTURE 9(1) VALUE 0.
           88  ACHOU-O-TRAILER             VALUE 1.
       01  MOTIVO-RECUSA                   PICTURE X(41).

       *> controle de arquivos
       01  FIM-PARAMETROS                  PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-PARAMETROS      VALUE 1.
       01  FIM-MESTRE                      PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-MESTRE          VALUE 1.
       01  FIM-CONTRATOS                   PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-CONTRATOS       VALUE 1.
       01  FIM-VENDA                       PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-VENDA           VALUE 1.
       01  FIM-CEDIDOS                     PICTURE 9(1) VALUE 1.
           88  NAO-HA-MAIS-CEDIDOS         VALUE 1.
       01  STATUS-PARAMETROS               PICTURE X(2).
       01  STATUS-MESTRE                   PICTURE X(2).
       01  STATUS-CONTRATOS                PICTURE X(2).
       01  STATUS-FERIADOS                 PICTURE X(2).
       01  STATUS-VENDA                    PICTURE X(2).
       01  STATUS-CEDIDOS                  PICTURE X(2).
       01  STATUS-CEDIDOS-NOVO             PICTURE X(2).
       01  STATUS-LANCAMENTOS              PICTURE X(2).
       01  STATUS-RELATORIO                PICTURE X(2).
       01  ARQUIVOS-ABERTOS                PICTURE 9(1) VALUE 0.
           88  OS-ARQUIVOS-ESTAO-ABERTOS   VALUE 1.

       *> liga quando existe o arquivo de contratos cedidos das
       *> confirmações anteriores e ele abriu
       01  CEDIDOS-DISPONIVEIS             PICTURE 9(1) VALUE 0.
           88  HA-CEDIDOS-ANTERIORES       VALUE 1.
       *> liga quando o contrato corrente já está no arquivo de
       *> contratos cedidos
       01  SITUACAO-CEDIDO                 PICTURE 9(1) VALUE 0.
           88  CONTRATO-JA-CEDIDO          VALUE 1.

       *> campos comuns para relatar e abortar num erro de E/S
       01  STATUS-IO-VERIFICADO            PICTURE X(2).
       01  DESCRICAO-ARQUIVO-IO            PICTURE X(20).

       *> layout do relatório da cessão
       01  LINHA-CABECALHO.
           05  CAB-TITULO                  PICTURE X(34).
           05  FILLER                      PICTURE X(14)
                                           VALUE " - CESSAO EM: ".
           05  CAB-DATA-CESSAO             PICTURE 9(8).
           05  FILLER                      PICTURE X(15)
                                           VALUE "  CESSIONARIO: ".
           05  CAB-CESSIONARIO             PICTURE X(30).
       01  LINHA-TAXA.
           05  FILLER                      PICTURE X(30)
                           VALUE "TAXA DO CESSIONARIO (% a.p.): ".
           05  TXA-TAXA                    PICTURE ZZ9.999999.
       01  LINHA-CRITERIOS.
           05  FILLER PICTURE X(11) VALUE "INDEXADOR: ".
           05  CRT-INDEXADOR PICTURE X(10).
           05  FILLER PICTURE X(13) VALUE "  CONVENCAO: ".
           05  CRT-CONVENCAO PICTURE X(10).
           05  FILLER PICTURE X(9) VALUE "  PRAZO: ".
           05  CRT-PRAZO-MINIMO PICTURE Z(4)9.
           05  FILLER PICTURE X(3) VALUE " A ".
           05  CRT-PRAZO-MAXIMO PICTURE Z(4)9.
           05  FILLER PICTURE X(22) VALUE " DIAS  ATRASO MAXIMO: ".
           05  CRT-ATRASO-MAXIMO PICTURE Z(4)9.
       01  LINHA-TITULO-PARCELAS.
           05  FILLER PICTURE X(13) VALUE "      PARCELA".
           05  FILLER PICTURE X(12) VALUE "  VENCIMENTO".
           05  FILLER PICTURE X(8) VALUE "    DIAS".
           05  FILLER PICTURE X(16) VALUE "         NOMINAL".
           05  FILLER PICTURE X(16) VALUE "           PRECO".
           05  FILLER PICTURE X(16) VALUE "        CONTABIL".
       01  LINHA-CONTRATO.
           05  FILLER                  PICTURE X(9) VALUE "CONTRATO ".
           05  CTR-NUMERO              PICTURE Z(8)9.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  CTR-INDEXADOR           PICTURE X(10).
           05  FILLER                  PICTURE X(1) VALUE SPACE.
           05  CTR-CONVENCAO           PICTURE X(10).
           05  FILLER                  PICTURE X(8) VALUE "  PRAZO ".
           05  CTR-PRAZO               PICTURE Z(4)9.
           05  FILLER                  PICTURE X(13)
                                       VALUE " DIAS  ATRASO".
           05  CTR-ATRASO              PICTURE Z(4)9.
       01  LINHA-PARCELA.
           05  FILLER                  PICTURE X(6) VALUE SPACE.
           05  PAR-INDICE              PICTURE Z(6)9.
           05  FILLER                  PICTURE X(4) VALUE SPACE.
           05  PAR-VENCIMENTO          PICTURE 9(8).
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  PAR-DIAS                PICTURE Z(5)9.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  PAR-NOMINAL             PICTURE Z(10)9.99.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  PAR-PRECO               PICTURE Z(10)9.99.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  PAR-CONTABIL            PICTURE Z(10)9.99.
       01  LINHA-SUBTOTAL.
           05  FILLER                  PICTURE X(6) VALUE SPACE.
           05  SUB-PARCELAS            PICTURE Z(6)9.
           05  FILLER                  PICTURE X(20)
                                       VALUE " PARCELA(S)         ".
           05  SUB-NOMINAL             PICTURE Z(10)9.99.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  SUB-PRECO               PICTURE Z(10)9.99.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  SUB-CONTABIL            PICTURE Z(10)9.99.
           05  FILLER                  PICTURE X(13)
                                       VALUE "  RESULTADO: ".
           05  SUB-RESULTADO           PICTURE -Z(10)9.99.
       01  LINHA-TITULO-CONFIRMACAO.
           05  FILLER PICTURE X(11) VALUE "CONTRATO".
           05  FILLER PICTURE X(8) VALUE "PARCELAS".
           05  FILLER PICTURE X(16) VALUE "         NOMINAL".
           05  FILLER PICTURE X(16) VALUE "           PRECO".
           05  FILLER PICTURE X(16) VALUE "        CONTABIL".
           05  FILLER PICTURE X(17) VALUE "        RESULTADO".
           05  FILLER PICTURE X(11) VALUE "  SITUACAO".
       01  LINHA-CONFIRMACAO.
           05  CNF-NUMERO              PICTURE Z(8)9.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  CNF-PARCELAS            PICTURE Z(7)9.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  CNF-NOMINAL             PICTURE Z(10)9.99.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  CNF-PRECO               PICTURE Z(10)9.99.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  CNF-CONTABIL            PICTURE Z(10)9.99.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  CNF-RESULTADO           PICTURE -Z(10)9.99.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  CNF-SITUACAO            PICTURE X(41).
       01  LINHA-TOTAL.
           05  FILLER PICTURE X(20) VALUE "CONTRATOS VENDIDOS: ".
           05  TOT-CONTRATOS PICTURE Z(8)9.
           05  FILLER PICTURE X(12) VALUE "  PARCELAS: ".
           05  TOT-PARCELAS PICTURE Z(8)9.
           05  FILLER PICTURE X(11) VALUE "  NOMINAL: ".
           05  TOT-NOMINAL PICTURE Z(10)9.99.
           05  FILLER PICTURE X(9) VALUE "  PRECO: ".
           05  TOT-PRECO PICTURE Z(10)9.99.
           05  FILLER PICTURE X(12) VALUE "  CONTABIL: ".
           05  TOT-CONTABIL PICTURE Z(10)9.99.
       01  LINHA-RESULTADO.
           05  FILLER PICTURE X(20) VALUE "GANHO NA CESSAO:    ".
           05  RES-GANHO PICTURE Z(10)9.99.
           05  FILLER PICTURE X(19) VALUE "  PERDA NA CESSAO: ".
           05  RES-PERDA PICTURE Z(10)9.99.
       01  LINHA-CONTAGEM.
           05  CNT-DESCRICAO               PICTURE X(44).
           05  CNT-CONTRATOS               PICTURE Z(8)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF PC-PROPOSTA THEN
               PERFORM 3000-SELECIONAR-CONTRATOS THRU
                   3000-SELECIONAR-CONTRATOS-EXIT
                   UNTIL NAO-HA-MAIS-MESTRE
           ELSE
               PERFORM 5000-CONFIRMAR-CONTRATOS THRU
                   5000-CONFIRMAR-CONTRATOS-EXIT
                   UNTIL NAO-HA-MAIS-VENDA
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GOBACK.

       *> ------------------------------------------------------
       *> lê os parâmetros e abre os arquivos do modo pedido; a
       *> confirmação só parte depois de conferir o arquivo de
       *> venda inteiro contra os parâmetros e o próprio trailer
       *> ------------------------------------------------------
       1000-INICIALIZAR.
           PERFORM 1100-LER-PARAMETROS THRU 1100-LER-PARAMETROS-EXIT.
           ACCEPT DATA-GERACAO FROM DATE YYYYMMDD.
           IF PC-PROPOSTA THEN
               PERFORM 6100-CARREGAR-FERIADOS THRU
                   6100-CARREGAR-FERIADOS-EXIT
               PERFORM 1200-ABRIR-PROPOSTA THRU
                   1200-ABRIR-PROPOSTA-EXIT
           ELSE
               PERFORM 1500-CONFERIR-VENDA THRU
                   1500-CONFERIR-VENDA-EXIT
               PERFORM 1300-ABRIR-CONFIRMACAO THRU
                   1300-ABRIR-CONFIRMACAO-EXIT
           END-IF.
           MOVE 1 TO ARQUIVOS-ABERTOS.
           PERFORM 4800-IMPRIME-CABECALHO THRU
               4800-IMPRIME-CABECALHO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> o arquivo de parâmetros traz um registro só; sem ele,
       *> vazio ou com dado inválido a cessão não roda. A
       *> confirmação só usa o modo, a data e o cessionário
       *> ------------------------------------------------------
       1100-LER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF STATUS-PARAMETROS NOT = "00" THEN
               DISPLAY "*** PARAMETROS-CESSAO INDISPONIVEL (STATUS "
                   STATUS-PARAMETROS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PARAMETROS
               AT END
                   MOVE 1 TO FIM-PARAMETROS
           END-READ.
           IF (STATUS-PARAMETROS NOT = "00")
               AND (STATUS-PARAMETROS NOT = "10") THEN
               MOVE STATUS-PARAMETROS TO STATUS-IO-VERIFICADO
               MOVE "PARAMETROS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           CLOSE PARAMETROS.
           IF NAO-HA-MAIS-PARAMETROS THEN
               DISPLAY "*** PARAMETROS-CESSAO VAZIO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF (NOT PC-PROPOSTA) AND (NOT PC-CONFIRMACAO) THEN
               DISPLAY "*** MODO DA CESSAO INVALIDO: " PC-MODO
                   " (P PROPOSTA, C CONFIRMACAO)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PC-DATA-CESSAO NOT NUMERIC THEN
               DISPLAY "*** DATA DA CESSAO INVALIDA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE CESSAO-INTEIRO =
               FUNCTION INTEGER-OF-DATE (PC-DATA-CESSAO).
           IF CESSAO-INTEIRO = 0 THEN
               DISPLAY "*** DATA DA CESSAO INVALIDA: " PC-DATA-CESSAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PC-CESSIONARIO = SPACES THEN
               DISPLAY "*** INFORME O CESSIONARIO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PC-CONFIRMACAO THEN
               GO TO 1100-LER-PARAMETROS-EXIT
           END-IF.
           IF (PC-TAXA-CESSAO NOT NUMERIC) OR
               (PC-INDEXADOR NOT NUMERIC) OR
               (PC-CONVENCAO-DIAS NOT NUMERIC) OR
               (PC-PRAZO-MINIMO NOT NUMERIC) OR
               (PC-PRAZO-MAXIMO NOT NUMERIC) OR
               (PC-ATRASO-MAXIMO NOT NUMERIC) THEN
               DISPLAY "*** TAXA OU CRITERIOS DA CESSAO INVALIDOS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ((PC-INDEXADOR >= TOTAL-DE-INDEXADORES) AND
                   (NOT PC-QUALQUER-INDEXADOR)) OR
               ((PC-CONVENCAO-DIAS >= TOTAL-DE-CONVENCOES) AND
                   (NOT PC-QUALQUER-CONVENCAO)) THEN
               DISPLAY "*** INDEXADOR OU CONVENCAO INVALIDOS NOS "
                   "CRITERIOS: " PC-INDEXADOR " " PC-CONVENCAO-DIAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PC-PRAZO-MAXIMO < PC-PRAZO-MINIMO THEN
               DISPLAY "*** PRAZO MAXIMO " PC-PRAZO-MAXIMO
                   " MENOR QUE O MINIMO " PC-PRAZO-MINIMO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PC-TAXA-CESSAO TO TAXA-CESSIONARIO.
       1100-LER-PARAMETROS-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> proposta: mestre de ponta a ponta, carteira aceita para
       *> casar, arquivo de venda novo com o cabeçalho da cessão
       *> ------------------------------------------------------
       1200-ABRIR-PROPOSTA.
           OPEN INPUT MESTRE.
           IF STATUS-MESTRE NOT = "00" THEN
               MOVE STATUS-MESTRE TO STATUS-IO-VERIFICADO
               MOVE "MESTRE" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN INPUT CONTRATOS.
           IF STATUS-CONTRATOS NOT = "00" THEN
               MOVE STATUS-CONTRATOS TO STATUS-IO-VERIFICADO
               MOVE "CONTRATOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN OUTPUT VENDA.
           IF STATUS-VENDA NOT = "00" THEN
               MOVE STATUS-VENDA TO STATUS-IO-VERIFICADO
               MOVE "VENDA" TO DESCRICAO-ARQUIVO-IO
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
           MOVE SPACES TO VENDA-CABECALHO-REG.
           MOVE 0 TO VH-TIPO.
           MOVE PC-DATA-CESSAO TO VH-DATA-CESSAO.
           MOVE PC-CESSIONARIO TO VH-CESSIONARIO.
           MOVE PC-TAXA-CESSAO TO VH-TAXA-CESSAO.
           MOVE DATA-GERACAO TO VH-DATA-GERACAO.
           WRITE VENDA-CABECALHO-REG.
           PERFORM 9020-VERIFICA-VENDA THRU 9020-VERIFICA-VENDA-EXIT.
           PERFORM 3900-LER-MESTRE THRU 3900-LER-MESTRE-EXIT.
           PERFORM 3920-LER-CONTRATO THRU 3920-LER-CONTRATO-EXIT.
       1200-ABRIR-PROPOSTA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> confirmação: o arquivo de venda já conferido é relido do
       *> início; mestre por chave para o carimbo, contratos
       *> cedidos anteriores (opcional) e os arquivos de saída
       *> ------------------------------------------------------
       1300-ABRIR-CONFIRMACAO.
           OPEN INPUT VENDA.
           IF STATUS-VENDA NOT = "00" THEN
               MOVE STATUS-VENDA TO STATUS-IO-VERIFICADO
               MOVE "VENDA" TO DESCRICAO-ARQUIVO-IO
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
           *> sem contratos cedidos anteriores (primeira cessão) a
           *> confirmação segue como se o arquivo estivesse vazio
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
           OPEN OUTPUT CEDIDOS-NOVO.
           IF STATUS-CEDIDOS-NOVO NOT = "00" THEN
               MOVE STATUS-CEDIDOS-NOVO TO STATUS-IO-VERIFICADO
               MOVE "CEDIDOS-NOVO" TO DESCRICAO-ARQUIVO-IO
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
           *> o cabeçalho já foi conferido: a primeira parcela
           *> vendida vem logo depois dele
           PERFORM 3930-LER-VENDA THRU 3930-LER-VENDA-EXIT.
           PERFORM 5900-LER-PARCELA-VENDIDA THRU
               5900-LER-PARCELA-VENDIDA-EXIT.
           IF HA-CEDIDOS-ANTERIORES THEN
               PERFORM 3940-LER-CEDIDO THRU 3940-LER-CEDIDO-EXIT
           END-IF.
       1300-ABRIR-CONFIRMACAO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> antes de tocar no mestre, o arquivo de venda é lido
       *> inteiro: cabeçalho da mesma cessão (data e cessionário
       *> dos parâmetros), parcelas em ordem ascendente de
       *> contrato e da mesma data, e trailer com as mesmas
       *> contagens e somas; arquivo ausente, de outra cessão,
       *> truncado ou alterado é recusado sem carimbar nada
       *> ------------------------------------------------------
       1500-CONFERIR-VENDA.
           OPEN INPUT VENDA.
           IF STATUS-VENDA NOT = "00" THEN
               DISPLAY "*** ARQUIVO-CESSAO INDISPONIVEL (STATUS "
                   STATUS-VENDA ") - RODE A PROPOSTA ANTES DA "
                   "CONFIRMACAO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3930-LER-VENDA THRU 3930-LER-VENDA-EXIT.
           IF NAO-HA-MAIS-VENDA OR (NOT VH-CABECALHO) THEN
               DISPLAY "*** ARQUIVO-CESSAO SEM CABECALHO"
               PERFORM 1590-RECUSAR-VENDA THRU
                   1590-RECUSAR-VENDA-EXIT
           END-IF.
           IF (VH-DATA-CESSAO NOT = PC-DATA-CESSAO) OR
               (VH-CESSIONARIO NOT = PC-CESSIONARIO) THEN
               DISPLAY "*** ARQUIVO-CESSAO E DE OUTRA CESSAO: "
                   VH-DATA-CESSAO " " VH-CESSIONARIO
               PERFORM 1590-RECUSAR-VENDA THRU
                   1590-RECUSAR-VENDA-EXIT
           END-IF.
           MOVE VH-TAXA-CESSAO TO TAXA-CESSIONARIO.
           PERFORM 3930-LER-VENDA THRU 3930-LER-VENDA-EXIT.
           PERFORM 1510-CONFERIR-UM-REGISTRO THRU
               1510-CONFERIR-UM-REGISTRO-EXIT
               UNTIL NAO-HA-MAIS-VENDA OR ACHOU-O-TRAILER.
           IF NOT ACHOU-O-TRAILER THEN
               DISPLAY "*** ARQUIVO-CESSAO SEM TRAILER (TRUNCADO?)"
               PERFORM 1590-RECUSAR-VENDA THRU
                   1590-RECUSAR-VENDA-EXIT
           END-IF.
           IF (VT-TOTAL-CONTRATOS NOT = CONFERE-CONTRATOS) OR
               (VT-TOTAL-PARCELAS NOT = CONFERE-PARCELAS) OR
               (VT-TOTAL-NOMINAL NOT = CONFERE-NOMINAL) OR
               (VT-TOTAL-PRESENTE NOT = CONFERE-PRESENTE) OR
               (VT-TOTAL-CONTABIL NOT = CONFERE-CONTABIL) THEN
               DISPLAY "*** ARQUIVO-CESSAO NAO BATE COM O TRAILER: "
                   CONFERE-CONTRATOS " CONTRATO(S), "
                   CONFERE-PARCELAS " PARCELA(S)"
               PERFORM 1590-RECUSAR-VENDA THRU
                   1590-RECUSAR-VENDA-EXIT
           END-IF.
           CLOSE VENDA.
           MOVE 0 TO FIM-VENDA.
       1500-CONFERIR-VENDA-EXIT.
           EXIT.

       1510-CONFERIR-UM-REGISTRO.
           IF VT-TRAILER THEN
               MOVE 1 TO TRAILER-DA-VENDA
               GO TO 1510-CONFERIR-UM-REGISTRO-EXIT
           END-IF.
           IF (NOT VD-DETALHE) OR
               (VD-DATA-CESSAO NOT = PC-DATA-CESSAO) OR
               (VD-NUMERO-CONTRATO < CONTRATO-ANTERIOR) THEN
               DISPLAY "*** ARQUIVO-CESSAO COM REGISTRO INVALIDO "
                   "OU FORA DE ORDEM: CONTRATO " VD-NUMERO-CONTRATO
                   " PARCELA " VD-INDICE
               PERFORM 1590-RECUSAR-VENDA THRU
                   1590-RECUSAR-VENDA-EXIT
           END-IF.
           IF VD-NUMERO-CONTRATO NOT = CONTRATO-ANTERIOR THEN
               ADD 1 TO CONFERE-CONTRATOS
               MOVE VD-NUMERO-CONTRATO TO CONTRATO-ANTERIOR
           END-IF.
           ADD 1 TO CONFERE-PARCELAS.
           ADD VD-VALOR-NOMINAL TO CONFERE-NOMINAL.
           ADD VD-VALOR-PRESENTE TO CONFERE-PRESENTE.
           ADD VD-PRINCIPAL-CONTABIL TO CONFERE-CONTABIL.
           ADD VD-JUROS-CONTABIL TO CONFERE-CONTABIL.
           PERFORM 3930-LER-VENDA THRU 3930-LER-VENDA-EXIT.
       1510-CONFERIR-UM-REGISTRO-EXIT.
           EXIT.

       1590-RECUSAR-VENDA.
           CLOSE VENDA.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       1590-RECUSAR-VENDA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> proposta: avalia um contrato do mestre e lê o próximo
       *> ------------------------------------------------------
       3000-SELECIONAR-CONTRATOS.
           PERFORM 3100-AVALIAR-CONTRATO THRU
               3100-AVALIAR-CONTRATO-EXIT.
           PERFORM 3900-LER-MESTRE THRU 3900-LER-MESTRE-EXIT.
       3000-SELECIONAR-CONTRATOS-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> contrato já cedido, baixado para prejuízo, rejeitado ou
       *> sem convergência não se vende (cada um é contado à
       *> parte, como na posição); os demais passam pelos critérios
       *> do comprador e, selecionados, são precificados
       *> ------------------------------------------------------
       3100-AVALIAR-CONTRATO.
           ADD 1 TO TOTAL-CONTRATOS-LIDOS.
           IF MC-DATA-CESSAO > 0 THEN
               ADD 1 TO TOTAL-JA-CEDIDOS
               GO TO 3100-AVALIAR-CONTRATO-EXIT
           END-IF.
           IF MC-DATA-PREJUIZO > 0 THEN
               ADD 1 TO TOTAL-EM-PREJUIZO
               GO TO 3100-AVALIAR-CONTRATO-EXIT
           END-IF.
           IF (MC-STATUS NOT = 0) OR (MC-CONVERGIU = 0) OR
               (MC-QUANTIDADE < 1) OR (MC-QUANTIDADE > 360) THEN
               ADD 1 TO TOTAL-SEM-LIMPEZA
               GO TO 3100-AVALIAR-CONTRATO-EXIT
           END-IF.
           PERFORM 3200-APLICAR-CRITERIOS THRU
               3200-APLICAR-CRITERIOS-EXIT.
           IF NOT CONTRATO-SELECIONADO THEN
               GO TO 3100-AVALIAR-CONTRATO-EXIT
           END-IF.
           PERFORM 3300-POSICIONAR-CONTRATO THRU
               3300-POSICIONAR-CONTRATO-EXIT.
           IF NOT CONTRATO-SELECIONADO THEN
               GO TO 3100-AVALIAR-CONTRATO-EXIT
           END-IF.
           PERFORM 3400-PRECIFICAR-CONTRATO THRU
               3400-PRECIFICAR-CONTRATO-EXIT.
       3100-AVALIAR-CONTRATO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> critérios do comprador: indexador e convenção do mestre,
       *> prazo remanescente (dias corridos da cessão ao último
       *> vencimento, como na posição da carteira) e atraso (dias
       *> corridos da cessão à parcela vencida mais antiga ainda
       *> com saldo, pela situação de pagamento do mestre);
       *> contrato sem parcela com saldo não tem o que vender
       *> ------------------------------------------------------
       3200-APLICAR-CRITERIOS.
           MOVE 0 TO SITUACAO-SELECAO.
           IF ((NOT PC-QUALQUER-INDEXADOR) AND
                   (MC-INDEXADOR NOT = PC-INDEXADOR)) OR
               ((NOT PC-QUALQUER-CONVENCAO) AND
                   (MC-CONVENCAO-DIAS NOT = PC-CONVENCAO-DIAS)) THEN
               ADD 1 TO TOTAL-FORA-DOS-CRITERIOS
               GO TO 3200-APLICAR-CRITERIOS-EXIT
           END-IF.
           COMPUTE VENCIMENTO-FINAL-INTEIRO =
               FUNCTION INTEGER-OF-DATE
                   (MC-DATA-VENCIMENTO (MC-QUANTIDADE)).
           COMPUTE DIAS-REMANESCENTES =
               VENCIMENTO-FINAL-INTEIRO - CESSAO-INTEIRO.
           IF DIAS-REMANESCENTES < 0 THEN
               MOVE 0 TO DIAS-REMANESCENTES
           END-IF.
           IF (DIAS-REMANESCENTES < PC-PRAZO-MINIMO) OR
               (DIAS-REMANESCENTES > PC-PRAZO-MAXIMO) THEN
               ADD 1 TO TOTAL-FORA-DOS-CRITERIOS
               GO TO 3200-APLICAR-CRITERIOS-EXIT
           END-IF.
           MOVE 0 TO PARCELAS-EM-ABERTO.
           MOVE 0 TO VENCIDA-MAIS-ANTIGA-INTEIRO.
           PERFORM 3210-EXAMINAR-PARCELA THRU
               3210-EXAMINAR-PARCELA-EXIT
               VARYING INDICE FROM 1 BY 1
               UNTIL INDICE > MC-QUANTIDADE.
           IF PARCELAS-EM-ABERTO = 0 THEN
               ADD 1 TO TOTAL-SEM-SALDO
               GO TO 3200-APLICAR-CRITERIOS-EXIT
           END-IF.
           MOVE 0 TO DIAS-DE-ATRASO.
           IF VENCIDA-MAIS-ANTIGA-INTEIRO > 0 THEN
               COMPUTE DIAS-DE-ATRASO =
                   CESSAO-INTEIRO - VENCIDA-MAIS-ANTIGA-INTEIRO
           END-IF.
           IF DIAS-DE-ATRASO > PC-ATRASO-MAXIMO THEN
               ADD 1 TO TOTAL-FORA-DOS-CRITERIOS
               GO TO 3200-APLICAR-CRITERIOS-EXIT
           END-IF.
           MOVE 1 TO SITUACAO-SELECAO.
       3200-APLICAR-CRITERIOS-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> parcela com saldo: não quitada e com o esperado (valor
       *> descontado mais juro) acima do que já foi pago; parcela
       *> sem baixa deve o esperado inteiro
       *> ------------------------------------------------------
       3210-EXAMINAR-PARCELA.
           PERFORM 3220-APURAR-SALDO THRU 3220-APURAR-SALDO-EXIT.
           IF SALDO-PARCELA NOT > 0.0 THEN
               GO TO 3210-EXAMINAR-PARCELA-EXIT
           END-IF.
           ADD 1 TO PARCELAS-EM-ABERTO.
           COMPUTE FIM-PARCELA-INTEIRO =
               FUNCTION INTEGER-OF-DATE (MC-DATA-VENCIMENTO (INDICE)).
           IF (FIM-PARCELA-INTEIRO < CESSAO-INTEIRO) AND
               (VENCIDA-MAIS-ANTIGA-INTEIRO = 0) THEN
               MOVE FIM-PARCELA-INTEIRO TO VENCIDA-MAIS-ANTIGA-INTEIRO
           END-IF.
       3210-EXAMINAR-PARCELA-EXIT.
           EXIT.

       3220-APURAR-SALDO.
           MOVE 0.0 TO SALDO-PARCELA.
           IF MC-PARCELA-QUITADA (INDICE) THEN
               GO TO 3220-APURAR-SALDO-EXIT
           END-IF.
           MOVE 0.0 TO VALOR-PAGO-PARCELA.
           IF NOT MC-PARCELA-SEM-BAIXA (INDICE) THEN
               MOVE MC-VALOR-PAGO (INDICE) TO VALOR-PAGO-PARCELA
           END-IF.
           COMPUTE VALOR-ESPERADO = MC-VALOR-DESCONTADO (INDICE)
               + MC-JUROS-ACUMULADO (INDICE).
           COMPUTE SALDO-PARCELA = VALOR-ESPERADO - VALOR-PAGO-PARCELA.
       3220-APURAR-SALDO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> posiciona CONTRATOS-ACEITOS no contrato selecionado: sem
       *> o contrato não há período nem regime de juros para o
       *> desconto, e ele fica fora da venda com código 4; contrato
       *> ainda não desembolsado na data da cessão não se vende
       *> ------------------------------------------------------
       3300-POSICIONAR-CONTRATO.
           PERFORM 3920-LER-CONTRATO THRU 3920-LER-CONTRATO-EXIT
               UNTIL NAO-HA-MAIS-CONTRATOS OR
                   (CT-NUMERO-CONTRATO >= MC-NUMERO-CONTRATO).
           IF NAO-HA-MAIS-CONTRATOS OR
               (CT-NUMERO-CONTRATO NOT = MC-NUMERO-CONTRATO) THEN
               DISPLAY "*** CONTRATO " MC-NUMERO-CONTRATO
                   " DO MESTRE NAO ESTA EM CONTRATOS-ACEITOS"
               ADD 1 TO TOTAL-SEM-CONTRATO
               MOVE 0 TO SITUACAO-SELECAO
               GO TO 3300-POSICIONAR-CONTRATO-EXIT
           END-IF.
           IF CT-DATA-DESEMBOLSO > PC-DATA-CESSAO THEN
               ADD 1 TO TOTAL-FORA-DOS-CRITERIOS
               MOVE 0 TO SITUACAO-SELECAO
           END-IF.
       3300-POSICIONAR-CONTRATO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> precifica o contrato selecionado parcela a parcela,
       *> gravando cada parcela com saldo no arquivo de venda, e
       *> fecha o contrato no relatório com o resultado (preço
       *> menos valor contábil)
       *> ------------------------------------------------------
       3400-PRECIFICAR-CONTRATO.
           MOVE MC-NUMERO-CONTRATO TO CTR-NUMERO.
           COMPUTE INDICE-NOME = MC-INDEXADOR + 1.
           MOVE NOME-INDEXADOR (INDICE-NOME) TO CTR-INDEXADOR.
           COMPUTE INDICE-NOME = MC-CONVENCAO-DIAS + 1.
           MOVE NOME-CONVENCAO (INDICE-NOME) TO CTR-CONVENCAO.
           MOVE DIAS-REMANESCENTES TO CTR-PRAZO.
           MOVE DIAS-DE-ATRASO TO CTR-ATRASO.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           WRITE RELATORIO-LINHA FROM LINHA-CONTRATO.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE 0 TO PARCELAS-DO-CONTRATO.
           MOVE 0 TO NOMINAL-DO-CONTRATO.
           MOVE 0 TO PRECO-DO-CONTRATO.
           MOVE 0 TO CONTABIL-DO-CONTRATO.
           COMPUTE INICIO-PARCELA-INTEIRO =
               FUNCTION INTEGER-OF-DATE (CT-DATA-DESEMBOLSO).
           PERFORM 3500-PRECIFICAR-PARCELA THRU
               3500-PRECIFICAR-PARCELA-EXIT
               VARYING INDICE FROM 1 BY 1
               UNTIL INDICE > MC-QUANTIDADE.
           COMPUTE RESULTADO-DO-CONTRATO =
               PRECO-DO-CONTRATO - CONTABIL-DO-CONTRATO.
           MOVE PARCELAS-DO-CONTRATO TO SUB-PARCELAS.
           MOVE NOMINAL-DO-CONTRATO TO SUB-NOMINAL.
           MOVE PRECO-DO-CONTRATO TO SUB-PRECO.
           MOVE CONTABIL-DO-CONTRATO TO SUB-CONTABIL.
           MOVE RESULTADO-DO-CONTRATO TO SUB-RESULTADO.
           WRITE RELATORIO-LINHA FROM LINHA-SUBTOTAL.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           ADD 1 TO TOTAL-CONTRATOS-VENDIDOS.
           ADD PARCELAS-DO-CONTRATO TO TOTAL-PARCELAS-VENDIDAS.
           ADD NOMINAL-DO-CONTRATO TO TOTAL-NOMINAL.
           ADD PRECO-DO-CONTRATO TO TOTAL-PRECO.
           ADD CONTABIL-DO-CONTRATO TO TOTAL-CONTABIL.
           IF RESULTADO-DO-CONTRATO > 0 THEN
               ADD RESULTADO-DO-CONTRATO TO TOTAL-GANHO
           ELSE
               SUBTRACT RESULTADO-DO-CONTRATO FROM TOTAL-PERDA
           END-IF.
       3400-PRECIFICAR-CONTRATO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> a janela de cada parcela corre do vencimento anterior
       *> (ou do desembolso) ao vencimento dela, como na
       *> apropriação do CONTABIL; só parcela com saldo é vendida
       *> ------------------------------------------------------
       3500-PRECIFICAR-PARCELA.
           COMPUTE FIM-PARCELA-INTEIRO =
               FUNCTION INTEGER-OF-DATE (MC-DATA-VENCIMENTO (INDICE)).
           PERFORM 3220-APURAR-SALDO THRU 3220-APURAR-SALDO-EXIT.
           IF SALDO-PARCELA > 0.0 THEN
               PERFORM 3510-VENDER-PARCELA THRU
                   3510-VENDER-PARCELA-EXIT
           END-IF.
           *> a próxima parcela corre a partir do vencimento desta
           MOVE FIM-PARCELA-INTEIRO TO INICIO-PARCELA-INTEIRO.
       3500-PRECIFICAR-PARCELA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> valor contábil da parcela na data da cessão: o valor
       *> descontado mais o juro apropriado em dias corridos até a
       *> cessão (a fatia da janela da parcela que já passou), menos
       *> o que já foi pago, repartido entre juro e principal na
       *> proporção do esperado, como no CAIXA. Preço: o saldo
       *> trazido a valor presente na data da cessão à taxa do
       *> cessionário, na convenção e no período do contrato (o
       *> desconto do 3300-COTAR-UMA-PARCELA do QUITACAO); parcela
       *> já vencida na cessão vale o saldo, sem desconto
       *> ------------------------------------------------------
       3510-VENDER-PARCELA.
           COMPUTE DIAS-DA-PARCELA =
               FIM-PARCELA-INTEIRO - INICIO-PARCELA-INTEIRO.
           COMPUTE DIAS-DECORRIDOS =
               CESSAO-INTEIRO - INICIO-PARCELA-INTEIRO.
           IF (CESSAO-INTEIRO >= FIM-PARCELA-INTEIRO) OR
               (DIAS-DA-PARCELA NOT > 0) THEN
               MOVE MC-JUROS-ACUMULADO (INDICE) TO JUROS-APROPRIADOS
           ELSE
               IF DIAS-DECORRIDOS > 0 THEN
                   COMPUTE JUROS-APROPRIADOS =
                       MC-JUROS-ACUMULADO (INDICE)
                       * DIAS-DECORRIDOS / DIAS-DA-PARCELA
               ELSE
                   MOVE 0.0 TO JUROS-APROPRIADOS
               END-IF
           END-IF.
           MOVE 0.0 TO JUROS-PAGOS.
           IF VALOR-ESPERADO > 0.0 THEN
               COMPUTE JUROS-PAGOS = VALOR-PAGO-PARCELA
                   * MC-JUROS-ACUMULADO (INDICE) / VALOR-ESPERADO
           END-IF.
           COMPUTE PRINCIPAL-EM-ABERTO = MC-VALOR-DESCONTADO (INDICE)
               - (VALOR-PAGO-PARCELA - JUROS-PAGOS).
           IF PRINCIPAL-EM-ABERTO < 0.0 THEN
               MOVE 0.0 TO PRINCIPAL-EM-ABERTO
           END-IF.
           COMPUTE JUROS-EM-ABERTO = JUROS-APROPRIADOS - JUROS-PAGOS.
           IF JUROS-EM-ABERTO < 0.0 THEN
               MOVE 0.0 TO JUROS-EM-ABERTO
           END-IF.
           PERFORM 3520-CONTAR-DIAS THRU 3520-CONTAR-DIAS-EXIT.
           IF CT-COMPOSTO = 1 THEN
               COMPUTE FATOR-DESCONTO =
                   (1.0 + TAXA-CESSIONARIO / 100.0)
                   ** (DIAS-ATE-VENCIMENTO / CT-PERIODO)
           ELSE
               COMPUTE FATOR-DESCONTO =
                   1.0 + (TAXA-CESSIONARIO / 100.0)
                   * (DIAS-ATE-VENCIMENTO / CT-PERIODO)
           END-IF.
           COMPUTE VALOR-PRESENTE-PARCELA =
               SALDO-PARCELA / FATOR-DESCONTO.
           MOVE SPACES TO VENDA-REG.
           MOVE 1 TO VD-TIPO.
           MOVE PC-DATA-CESSAO TO VD-DATA-CESSAO.
           MOVE MC-NUMERO-CONTRATO TO VD-NUMERO-CONTRATO.
           MOVE INDICE TO VD-INDICE.
           MOVE MC-DATA-VENCIMENTO (INDICE) TO VD-DATA-VENCIMENTO.
           MOVE MC-TIPO-PESSOA TO VD-TIPO-PESSOA.
           MOVE MC-CPF-CNPJ TO VD-CPF-CNPJ.
           MOVE MC-INDEXADOR TO VD-INDEXADOR.
           COMPUTE VD-VALOR-NOMINAL ROUNDED = SALDO-PARCELA.
           COMPUTE VD-VALOR-PRESENTE ROUNDED = VALOR-PRESENTE-PARCELA.
           COMPUTE VD-PRINCIPAL-CONTABIL ROUNDED = PRINCIPAL-EM-ABERTO.
           COMPUTE VD-JUROS-CONTABIL ROUNDED = JUROS-EM-ABERTO.
           WRITE VENDA-REG.
           PERFORM 9020-VERIFICA-VENDA THRU 9020-VERIFICA-VENDA-EXIT.
           ADD 1 TO PARCELAS-DO-CONTRATO.
           ADD VD-VALOR-NOMINAL TO NOMINAL-DO-CONTRATO.
           ADD VD-VALOR-PRESENTE TO PRECO-DO-CONTRATO.
           ADD VD-PRINCIPAL-CONTABIL TO CONTABIL-DO-CONTRATO.
           ADD VD-JUROS-CONTABIL TO CONTABIL-DO-CONTRATO.
           MOVE INDICE TO PAR-INDICE.
           MOVE MC-DATA-VENCIMENTO (INDICE) TO PAR-VENCIMENTO.
           MOVE DIAS-ATE-VENCIMENTO TO PAR-DIAS.
           MOVE VD-VALOR-NOMINAL TO PAR-NOMINAL.
           MOVE VD-VALOR-PRESENTE TO PAR-PRECO.
           COMPUTE PAR-CONTABIL =
               VD-PRINCIPAL-CONTABIL + VD-JUROS-CONTABIL.
           WRITE RELATORIO-LINHA FROM LINHA-PARCELA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       3510-VENDER-PARCELA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> dias da cessão ao vencimento (já rolado no mestre) na
       *> convenção do contrato, como na quitação; parcela vencida
       *> até a cessão conta zero dias
       *> ------------------------------------------------------
       3520-CONTAR-DIAS.
           IF FIM-PARCELA-INTEIRO <= CESSAO-INTEIRO THEN
               MOVE 0.0 TO DIAS-ATE-VENCIMENTO
               GO TO 3520-CONTAR-DIAS-EXIT
           END-IF.
           IF MC-CONVENCAO-DIAS = 1 THEN
               MOVE PC-DATA-CESSAO TO DATA-30360-DE
               MOVE MC-DATA-VENCIMENTO (INDICE) TO DATA-30360-ATE
               PERFORM 6500-DIAS-30360 THRU 6500-DIAS-30360-EXIT
               MOVE DIAS-30360 TO DIAS-ATE-VENCIMENTO
           ELSE
               IF MC-CONVENCAO-DIAS = 2 THEN
                   MOVE CESSAO-INTEIRO TO CONTAGEM-DE-INTEIRO
                   MOVE FIM-PARCELA-INTEIRO TO CONTAGEM-ATE-INTEIRO
                   PERFORM 6400-CONTAR-DIAS-UTEIS THRU
                       6400-CONTAR-DIAS-UTEIS-EXIT
                   MOVE CONTAGEM-DIAS-UTEIS TO DIAS-ATE-VENCIMENTO
               ELSE
                   COMPUTE DIAS-ATE-VENCIMENTO =
                       FIM-PARCELA-INTEIRO - CESSAO-INTEIRO
               END-IF
           END-IF.
           IF DIAS-ATE-VENCIMENTO < 0.0 THEN
               MOVE 0.0 TO DIAS-ATE-VENCIMENTO
           END-IF.
       3520-CONTAR-DIAS-EXIT.
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

       3930-LER-VENDA.
           READ VENDA
               AT END
                   MOVE 1 TO FIM-VENDA
           END-READ.
           IF (STATUS-VENDA NOT = "00")
               AND (STATUS-VENDA NOT = "10") THEN
               MOVE STATUS-VENDA TO STATUS-IO-VERIFICADO
               MOVE "VENDA" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3930-LER-VENDA-EXIT.
           EXIT.

       3940-LER-CEDIDO.
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
       3940-LER-CEDIDO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> cabeçalho do relatório: a proposta imprime também os
       *> critérios de seleção; a confirmação, o título das linhas
       *> por contrato
       *> ------------------------------------------------------
       4800-IMPRIME-CABECALHO.
           IF PC-PROPOSTA THEN
               MOVE "PROPOSTA DE CESSAO DE CARTEIRA" TO CAB-TITULO
           ELSE
               MOVE "CONFIRMACAO DE CESSAO DE CARTEIRA" TO CAB-TITULO
           END-IF.
           MOVE PC-DATA-CESSAO TO CAB-DATA-CESSAO.
           MOVE PC-CESSIONARIO TO CAB-CESSIONARIO.
           WRITE RELATORIO-LINHA FROM LINHA-CABECALHO.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE TAXA-CESSIONARIO TO TXA-TAXA.
           WRITE RELATORIO-LINHA FROM LINHA-TAXA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           IF PC-CONFIRMACAO THEN
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               WRITE RELATORIO-LINHA FROM LINHA-TITULO-CONFIRMACAO
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               GO TO 4800-IMPRIME-CABECALHO-EXIT
           END-IF.
           MOVE "TODOS" TO CRT-INDEXADOR.
           IF NOT PC-QUALQUER-INDEXADOR THEN
               COMPUTE INDICE-NOME = PC-INDEXADOR + 1
               MOVE NOME-INDEXADOR (INDICE-NOME) TO CRT-INDEXADOR
           END-IF.
           MOVE "TODAS" TO CRT-CONVENCAO.
           IF NOT PC-QUALQUER-CONVENCAO THEN
               COMPUTE INDICE-NOME = PC-CONVENCAO-DIAS + 1
               MOVE NOME-CONVENCAO (INDICE-NOME) TO CRT-CONVENCAO
           END-IF.
           MOVE PC-PRAZO-MINIMO TO CRT-PRAZO-MINIMO.
           MOVE PC-PRAZO-MAXIMO TO CRT-PRAZO-MAXIMO.
           MOVE PC-ATRASO-MAXIMO TO CRT-ATRASO-MAXIMO.
           WRITE RELATORIO-LINHA FROM LINHA-CRITERIOS.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           WRITE RELATORIO-LINHA FROM LINHA-TITULO-PARCELAS.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       4800-IMPRIME-CABECALHO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> confirmação: junta as parcelas vendidas de um contrato
       *> (o arquivo vem em ordem ascendente de contrato) e cede o
       *> contrato
       *> ------------------------------------------------------
       5000-CONFIRMAR-CONTRATOS.
           MOVE VD-NUMERO-CONTRATO TO CONTRATO-CORRENTE.
           MOVE 0 TO PARCELAS-DO-CONTRATO.
           MOVE 0 TO NOMINAL-DO-CONTRATO.
           MOVE 0 TO PRECO-DO-CONTRATO.
           MOVE 0 TO PRINCIPAL-DO-CONTRATO.
           MOVE 0 TO JUROS-DO-CONTRATO.
           PERFORM 5100-SOMAR-PARCELA-VENDIDA THRU
               5100-SOMAR-PARCELA-VENDIDA-EXIT
               UNTIL NAO-HA-MAIS-VENDA OR
                   (VD-NUMERO-CONTRATO NOT = CONTRATO-CORRENTE).
           COMPUTE CONTABIL-DO-CONTRATO =
               PRINCIPAL-DO-CONTRATO + JUROS-DO-CONTRATO.
           COMPUTE RESULTADO-DO-CONTRATO =
               PRECO-DO-CONTRATO - CONTABIL-DO-CONTRATO.
           PERFORM 5200-CEDER-CONTRATO THRU 5200-CEDER-CONTRATO-EXIT.
       5000-CONFIRMAR-CONTRATOS-EXIT.
           EXIT.

       5100-SOMAR-PARCELA-VENDIDA.
           ADD 1 TO PARCELAS-DO-CONTRATO.
           IF PARCELAS-DO-CONTRATO <= 360 THEN
               MOVE VD-INDICE TO PARCELA-VENDIDA (PARCELAS-DO-CONTRATO)
           END-IF.
           ADD VD-VALOR-NOMINAL TO NOMINAL-DO-CONTRATO.
           ADD VD-VALOR-PRESENTE TO PRECO-DO-CONTRATO.
           ADD VD-PRINCIPAL-CONTABIL TO PRINCIPAL-DO-CONTRATO.
           ADD VD-JUROS-CONTABIL TO JUROS-DO-CONTRATO.
           PERFORM 5900-LER-PARCELA-VENDIDA THRU
               5900-LER-PARCELA-VENDIDA-EXIT.
       5100-SOMAR-PARCELA-VENDIDA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> cede um contrato: fora do mestre, já cedido (no arquivo
       *> de cedidos, ou carimbado no mestre com outra data),
       *> baixado para prejuízo ou com o saldo alterado depois da
       *> proposta, é recusado com código 4 e nada é lançado;
       *> senão, carimba a cessão no mestre, acrescenta o contrato
       *> aos cedidos e grava as partidas da venda. Contrato já
       *> carimbado com a data desta cessão mas fora dos cedidos
       *> ficou pela metade numa execução interrompida: não se
       *> regrava o mestre, mas completam-se o cedido e as partidas
       *> ------------------------------------------------------
       5200-CEDER-CONTRATO.
           PERFORM 5210-POSICIONAR-CEDIDO THRU
               5210-POSICIONAR-CEDIDO-EXIT.
           MOVE CONTRATO-CORRENTE TO MC-NUMERO-CONTRATO.
           READ MESTRE.
           IF STATUS-MESTRE = "23" THEN
               MOVE "RECUSADO: FORA DO MESTRE" TO MOTIVO-RECUSA
               PERFORM 5290-RECUSAR-CONTRATO THRU
                   5290-RECUSAR-CONTRATO-EXIT
               GO TO 5200-CEDER-CONTRATO-EXIT
           END-IF.
           IF STATUS-MESTRE NOT = "00" THEN
               MOVE STATUS-MESTRE TO STATUS-IO-VERIFICADO
               MOVE "MESTRE" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           IF CONTRATO-JA-CEDIDO OR ((MC-DATA-CESSAO > 0) AND
               (MC-DATA-CESSAO NOT = PC-DATA-CESSAO)) THEN
               MOVE "RECUSADO: JA CEDIDO" TO MOTIVO-RECUSA
               PERFORM 5290-RECUSAR-CONTRATO THRU
                   5290-RECUSAR-CONTRATO-EXIT
               GO TO 5200-CEDER-CONTRATO-EXIT
           END-IF.
           IF MC-DATA-PREJUIZO > 0 THEN
               MOVE "RECUSADO: BAIXADO PARA PREJUIZO" TO MOTIVO-RECUSA
               PERFORM 5290-RECUSAR-CONTRATO THRU
                   5290-RECUSAR-CONTRATO-EXIT
               GO TO 5200-CEDER-CONTRATO-EXIT
           END-IF.
           MOVE 0 TO SALDO-ATUAL-DO-CONTRATO.
           PERFORM 5240-CONFERIR-SALDO THRU 5240-CONFERIR-SALDO-EXIT
               VARYING POSICAO-VENDIDA FROM 1 BY 1
               UNTIL POSICAO-VENDIDA > PARCELAS-DO-CONTRATO.
           IF SALDO-ATUAL-DO-CONTRATO NOT = NOMINAL-DO-CONTRATO THEN
               MOVE "RECUSADO: SALDO ALTERADO DESDE A PROPOSTA"
                   TO MOTIVO-RECUSA
               PERFORM 5290-RECUSAR-CONTRATO THRU
                   5290-RECUSAR-CONTRATO-EXIT
               GO TO 5200-CEDER-CONTRATO-EXIT
           END-IF.
           IF MC-DATA-CESSAO = PC-DATA-CESSAO THEN
               DISPLAY "CONTRATO " CONTRATO-CORRENTE
                   " JA CARIMBADO NESTA CESSAO: COMPLETANDO"
               GO TO 5200-CEDER-CONTRATO-CEDIDO
           END-IF.
           MOVE PC-DATA-CESSAO TO MC-DATA-CESSAO.
           REWRITE MESTRE-REG.
           IF STATUS-MESTRE NOT = "00" THEN
               MOVE STATUS-MESTRE TO STATUS-IO-VERIFICADO
               MOVE "MESTRE" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       5200-CEDER-CONTRATO-CEDIDO.
           MOVE CONTRATO-CORRENTE TO CN-NUMERO-CONTRATO.
           MOVE PC-DATA-CESSAO TO CN-DATA-CESSAO.
           MOVE PC-CESSIONARIO TO CN-CESSIONARIO.
           MOVE CONTABIL-DO-CONTRATO TO CN-VALOR-CONTABIL.
           MOVE PRECO-DO-CONTRATO TO CN-PRECO-CESSAO.
           PERFORM 5230-ESCREVER-CEDIDO THRU
               5230-ESCREVER-CEDIDO-EXIT.
           PERFORM 5300-LANCAR-CESSAO THRU 5300-LANCAR-CESSAO-EXIT.
           ADD 1 TO TOTAL-CONTRATOS-VENDIDOS.
           ADD PARCELAS-DO-CONTRATO TO TOTAL-PARCELAS-VENDIDAS.
           ADD NOMINAL-DO-CONTRATO TO TOTAL-NOMINAL.
           ADD PRECO-DO-CONTRATO TO TOTAL-PRECO.
           ADD CONTABIL-DO-CONTRATO TO TOTAL-CONTABIL.
           MOVE "CEDIDO" TO CNF-SITUACAO.
           PERFORM 5400-IMPRIMIR-CONFIRMACAO THRU
               5400-IMPRIMIR-CONFIRMACAO-EXIT.
       5200-CEDER-CONTRATO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> posiciona o arquivo de contratos cedidos (em ordem
       *> ascendente) no contrato corrente: os registros passam
       *> adiante intactos para o arquivo novo, e o do contrato
       *> corrente, se houver, marca o contrato como já cedido
       *> ------------------------------------------------------
       5210-POSICIONAR-CEDIDO.
           MOVE 0 TO SITUACAO-CEDIDO.
           PERFORM 5220-TRANSPORTAR-CEDIDO THRU
               5220-TRANSPORTAR-CEDIDO-EXIT
               UNTIL NAO-HA-MAIS-CEDIDOS OR
                   (CD-NUMERO-CONTRATO >= CONTRATO-CORRENTE).
           IF NAO-HA-MAIS-CEDIDOS OR
               (CD-NUMERO-CONTRATO NOT = CONTRATO-CORRENTE) THEN
               GO TO 5210-POSICIONAR-CEDIDO-EXIT
           END-IF.
           MOVE 1 TO SITUACAO-CEDIDO.
           PERFORM 5220-TRANSPORTAR-CEDIDO THRU
               5220-TRANSPORTAR-CEDIDO-EXIT.
       5210-POSICIONAR-CEDIDO-EXIT.
           EXIT.

       5220-TRANSPORTAR-CEDIDO.
           MOVE CEDIDO-REG TO CEDIDO-NOVO-REG.
           PERFORM 5230-ESCREVER-CEDIDO THRU
               5230-ESCREVER-CEDIDO-EXIT.
           PERFORM 3940-LER-CEDIDO THRU 3940-LER-CEDIDO-EXIT.
       5220-TRANSPORTAR-CEDIDO-EXIT.
           EXIT.

       5230-ESCREVER-CEDIDO.
           WRITE CEDIDO-NOVO-REG.
           IF STATUS-CEDIDOS-NOVO NOT = "00" THEN
               MOVE STATUS-CEDIDOS-NOVO TO STATUS-IO-VERIFICADO
               MOVE "CEDIDOS-NOVO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       5230-ESCREVER-CEDIDO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> saldo atual de uma parcela vendida, arredondado aos
       *> centavos como na proposta; parcela que não existe mais
       *> no mestre, ou que passou do limite da tabela, conta
       *> zero e o total deixa de bater
       *> ------------------------------------------------------
       5240-CONFERIR-SALDO.
           IF POSICAO-VENDIDA > 360 THEN
               GO TO 5240-CONFERIR-SALDO-EXIT
           END-IF.
           MOVE PARCELA-VENDIDA (POSICAO-VENDIDA) TO INDICE.
           IF (INDICE < 1) OR (INDICE > MC-QUANTIDADE) OR
               (INDICE > 360) THEN
               GO TO 5240-CONFERIR-SALDO-EXIT
           END-IF.
           PERFORM 3220-APURAR-SALDO THRU 3220-APURAR-SALDO-EXIT.
           COMPUTE SALDO-VENDIDO ROUNDED = SALDO-PARCELA.
           ADD SALDO-VENDIDO TO SALDO-ATUAL-DO-CONTRATO.
       5240-CONFERIR-SALDO-EXIT.
           EXIT.

       5290-RECUSAR-CONTRATO.
           DISPLAY "*** CONTRATO " CONTRATO-CORRENTE " "
               MOTIVO-RECUSA.
           ADD 1 TO TOTAL-RECUSADOS.
           MOVE MOTIVO-RECUSA TO CNF-SITUACAO.
           PERFORM 5400-IMPRIMIR-CONFIRMACAO THRU
               5400-IMPRIMIR-CONFIRMACAO-EXIT.
       5290-RECUSAR-CONTRATO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> partidas da venda, cada registro uma partida dobrada
       *> equilibrada: o caixa recebe a baixa do valor contábil
       *> (carteira a receber e juros apropriados a receber) e a
       *> diferença para o preço vai para ganho na cessão (preço
       *> acima do contábil) ou sai do caixa como perda na cessão
       *> (preço abaixo); no caixa fica exatamente o preço
       *> ------------------------------------------------------
       5300-LANCAR-CESSAO.
           MOVE 1 TO LC-TIPO.
           MOVE PC-COMPETENCIA TO LC-COMPETENCIA.
           MOVE CONTRATO-CORRENTE TO LC-NUMERO-CONTRATO.
           MOVE CONTA-CAIXA TO LC-CONTA-DEBITO.
           MOVE CONTA-CARTEIRA-A-RECEBER TO LC-CONTA-CREDITO.
           MOVE PRINCIPAL-DO-CONTRATO TO VALOR-LANCAMENTO.
           MOVE "BAIXA DA CARTEIRA CEDIDA" TO LC-HISTORICO.
           PERFORM 5310-GRAVAR-LANCAMENTO THRU
               5310-GRAVAR-LANCAMENTO-EXIT.
           MOVE CONTA-CAIXA TO LC-CONTA-DEBITO.
           MOVE CONTA-JUROS-A-RECEBER TO LC-CONTA-CREDITO.
           MOVE JUROS-DO-CONTRATO TO VALOR-LANCAMENTO.
           MOVE "BAIXA DOS JUROS A RECEBER CEDIDOS" TO LC-HISTORICO.
           PERFORM 5310-GRAVAR-LANCAMENTO THRU
               5310-GRAVAR-LANCAMENTO-EXIT.
           IF RESULTADO-DO-CONTRATO > 0 THEN
               MOVE CONTA-CAIXA TO LC-CONTA-DEBITO
               MOVE CONTA-GANHO-CESSAO TO LC-CONTA-CREDITO
               MOVE RESULTADO-DO-CONTRATO TO VALOR-LANCAMENTO
               MOVE "GANHO NA CESSAO DE CREDITOS" TO LC-HISTORICO
               ADD VALOR-LANCAMENTO TO TOTAL-GANHO
           ELSE
               MOVE CONTA-PERDA-CESSAO TO LC-CONTA-DEBITO
               MOVE CONTA-CAIXA TO LC-CONTA-CREDITO
               COMPUTE VALOR-LANCAMENTO = 0 - RESULTADO-DO-CONTRATO
               MOVE "PERDA NA CESSAO DE CREDITOS" TO LC-HISTORICO
               ADD VALOR-LANCAMENTO TO TOTAL-PERDA
           END-IF.
           PERFORM 5310-GRAVAR-LANCAMENTO THRU
               5310-GRAVAR-LANCAMENTO-EXIT.
       5300-LANCAR-CESSAO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> grava a partida montada, se o valor não for nulo
       *> ------------------------------------------------------
       5310-GRAVAR-LANCAMENTO.
           IF VALOR-LANCAMENTO = 0 THEN
               GO TO 5310-GRAVAR-LANCAMENTO-EXIT
           END-IF.
           MOVE VALOR-LANCAMENTO TO LC-VALOR.
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
       5310-GRAVAR-LANCAMENTO-EXIT.
           EXIT.

       5400-IMPRIMIR-CONFIRMACAO.
           MOVE CONTRATO-CORRENTE TO CNF-NUMERO.
           MOVE PARCELAS-DO-CONTRATO TO CNF-PARCELAS.
           MOVE NOMINAL-DO-CONTRATO TO CNF-NOMINAL.
           MOVE PRECO-DO-CONTRATO TO CNF-PRECO.
           MOVE CONTABIL-DO-CONTRATO TO CNF-CONTABIL.
           MOVE RESULTADO-DO-CONTRATO TO CNF-RESULTADO.
           WRITE RELATORIO-LINHA FROM LINHA-CONFIRMACAO.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       5400-IMPRIMIR-CONFIRMACAO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> lê a próxima parcela vendida; o trailer encerra as
       *> parcelas (já foi conferido antes da confirmação)
       *> ------------------------------------------------------
       5900-LER-PARCELA-VENDIDA.
           PERFORM 3930-LER-VENDA THRU 3930-LER-VENDA-EXIT.
           IF (NOT NAO-HA-MAIS-VENDA) AND VT-TRAILER THEN
               MOVE 1 TO FIM-VENDA
           END-IF.
       5900-LER-PARCELA-VENDIDA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> fecha o modo que rodou
       *> ------------------------------------------------------
       8000-FINALIZAR.
           IF OS-ARQUIVOS-ESTAO-ABERTOS THEN
               IF PC-PROPOSTA THEN
                   PERFORM 8100-FINALIZAR-PROPOSTA THRU
                       8100-FINALIZAR-PROPOSTA-EXIT
               ELSE
                   PERFORM 8200-FINALIZAR-CONFIRMACAO THRU
                       8200-FINALIZAR-CONFIRMACAO-EXIT
               END-IF
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> proposta: trailer do arquivo de venda (o comprador e a
       *> confirmação conferem a carga por ele), totais e contagem
       *> dos contratos que ficaram fora; contrato do mestre sem
       *> contrato aceito, ou proposta vazia, devolve código 4
       *> ------------------------------------------------------
       8100-FINALIZAR-PROPOSTA.
           MOVE SPACES TO VENDA-TRAILER-REG.
           MOVE 9 TO VT-TIPO.
           MOVE PC-DATA-CESSAO TO VT-DATA-CESSAO.
           MOVE TOTAL-CONTRATOS-VENDIDOS TO VT-TOTAL-CONTRATOS.
           MOVE TOTAL-PARCELAS-VENDIDAS TO VT-TOTAL-PARCELAS.
           MOVE TOTAL-NOMINAL TO VT-TOTAL-NOMINAL.
           MOVE TOTAL-PRECO TO VT-TOTAL-PRESENTE.
           MOVE TOTAL-CONTABIL TO VT-TOTAL-CONTABIL.
           WRITE VENDA-TRAILER-REG.
           PERFORM 9020-VERIFICA-VENDA THRU 9020-VERIFICA-VENDA-EXIT.
           PERFORM 8300-IMPRIME-TOTAIS THRU 8300-IMPRIME-TOTAIS-EXIT.
           MOVE "JA CEDIDOS:" TO CNT-DESCRICAO.
           MOVE TOTAL-JA-CEDIDOS TO CNT-CONTRATOS.
           PERFORM 8310-IMPRIME-CONTAGEM THRU
               8310-IMPRIME-CONTAGEM-EXIT.
           MOVE "BAIXADOS PARA PREJUIZO:" TO CNT-DESCRICAO.
           MOVE TOTAL-EM-PREJUIZO TO CNT-CONTRATOS.
           PERFORM 8310-IMPRIME-CONTAGEM THRU
               8310-IMPRIME-CONTAGEM-EXIT.
           MOVE "REJEITADOS OU SEM CONVERGENCIA:" TO CNT-DESCRICAO.
           MOVE TOTAL-SEM-LIMPEZA TO CNT-CONTRATOS.
           PERFORM 8310-IMPRIME-CONTAGEM THRU
               8310-IMPRIME-CONTAGEM-EXIT.
           MOVE "FORA DOS CRITERIOS DO CESSIONARIO:"
               TO CNT-DESCRICAO.
           MOVE TOTAL-FORA-DOS-CRITERIOS TO CNT-CONTRATOS.
           PERFORM 8310-IMPRIME-CONTAGEM THRU
               8310-IMPRIME-CONTAGEM-EXIT.
           MOVE "SEM SALDO EM ABERTO:" TO CNT-DESCRICAO.
           MOVE TOTAL-SEM-SALDO TO CNT-CONTRATOS.
           PERFORM 8310-IMPRIME-CONTAGEM THRU
               8310-IMPRIME-CONTAGEM-EXIT.
           MOVE "FORA DE CONTRATOS-ACEITOS:" TO CNT-DESCRICAO.
           MOVE TOTAL-SEM-CONTRATO TO CNT-CONTRATOS.
           PERFORM 8310-IMPRIME-CONTAGEM THRU
               8310-IMPRIME-CONTAGEM-EXIT.
           CLOSE MESTRE.
           CLOSE CONTRATOS.
           CLOSE VENDA.
           CLOSE RELATORIO.
           DISPLAY "PROPOSTA DE CESSAO DE " PC-DATA-CESSAO ": "
               TOTAL-CONTRATOS-VENDIDOS " CONTRATO(S) E "
               TOTAL-PARCELAS-VENDIDAS " PARCELA(S) DE "
               TOTAL-CONTRATOS-LIDOS " LIDO(S) NO MESTRE".
           IF TOTAL-CONTRATOS-VENDIDOS = 0 THEN
               DISPLAY "*** NENHUM CONTRATO ATENDE AOS CRITERIOS"
           END-IF.
           IF (RETURN-CODE = 0) AND
               ((TOTAL-SEM-CONTRATO > 0) OR
                   (TOTAL-CONTRATOS-VENDIDOS = 0)) THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
       8100-FINALIZAR-PROPOSTA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> confirmação: passa adiante os contratos cedidos que
       *> sobraram, grava o trailer de controle dos lançamentos
       *> (débitos e créditos têm que bater na carga do razão),
       *> imprime os totais e fecha tudo; contrato recusado
       *> devolve código 4
       *> ------------------------------------------------------
       8200-FINALIZAR-CONFIRMACAO.
           PERFORM 5220-TRANSPORTAR-CEDIDO THRU
               5220-TRANSPORTAR-CEDIDO-EXIT
               UNTIL NAO-HA-MAIS-CEDIDOS.
           MOVE SPACES TO TRAILER-REG.
           MOVE 9 TO TR-TIPO.
           MOVE PC-COMPETENCIA TO TR-COMPETENCIA.
           MOVE TOTAL-REGISTROS TO TR-TOTAL-REGISTROS.
           MOVE TOTAL-DEBITOS TO TR-TOTAL-DEBITOS.
           MOVE TOTAL-CREDITOS TO TR-TOTAL-CREDITOS.
           WRITE TRAILER-REG.
           IF STATUS-LANCAMENTOS NOT = "00" THEN
               MOVE STATUS-LANCAMENTOS TO STATUS-IO-VERIFICADO
               MOVE "LANCAMENTOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           PERFORM 8300-IMPRIME-TOTAIS THRU 8300-IMPRIME-TOTAIS-EXIT.
           MOVE "RECUSADOS:" TO CNT-DESCRICAO.
           MOVE TOTAL-RECUSADOS TO CNT-CONTRATOS.
           PERFORM 8310-IMPRIME-CONTAGEM THRU
               8310-IMPRIME-CONTAGEM-EXIT.
           CLOSE VENDA.
           CLOSE MESTRE.
           IF HA-CEDIDOS-ANTERIORES THEN
               CLOSE CEDIDOS
           END-IF.
           CLOSE CEDIDOS-NOVO.
           CLOSE LANCAMENTOS.
           CLOSE RELATORIO.
           DISPLAY "CESSAO DE " PC-DATA-CESSAO " CONFIRMADA: "
               TOTAL-CONTRATOS-VENDIDOS " CONTRATO(S) CEDIDO(S), "
               TOTAL-RECUSADOS " RECUSADO(S), " TOTAL-REGISTROS
               " LANCAMENTO(S)".
           IF (RETURN-CODE = 0) AND (TOTAL-RECUSADOS > 0) THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
       8200-FINALIZAR-CONFIRMACAO-EXIT.
           EXIT.

       8300-IMPRIME-TOTAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE TOTAL-CONTRATOS-VENDIDOS TO TOT-CONTRATOS.
           MOVE TOTAL-PARCELAS-VENDIDAS TO TOT-PARCELAS.
           MOVE TOTAL-NOMINAL TO TOT-NOMINAL.
           MOVE TOTAL-PRECO TO TOT-PRECO.
           MOVE TOTAL-CONTABIL TO TOT-CONTABIL.
           WRITE RELATORIO-LINHA FROM LINHA-TOTAL.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE TOTAL-GANHO TO RES-GANHO.
           MOVE TOTAL-PERDA TO RES-PERDA.
           WRITE RELATORIO-LINHA FROM LINHA-RESULTADO.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       8300-IMPRIME-TOTAIS-EXIT.
           EXIT.

       8310-IMPRIME-CONTAGEM.
           WRITE RELATORIO-LINHA FROM LINHA-CONTAGEM.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       8310-IMPRIME-CONTAGEM-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> aborta a cessão por falha de E/S; espera
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
       *> confere STATUS-VENDA depois de cada WRITE
       *> ------------------------------------------------------
       9020-VERIFICA-VENDA.
           IF STATUS-VENDA NOT = "00" THEN
               MOVE STATUS-VENDA TO STATUS-IO-VERIFICADO
               MOVE "VENDA" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       9020-VERIFICA-VENDA-EXIT.
           EXIT.

       *> rotinas de calendário compartilhadas (6100-6500)
       COPY CALDIAS.
       END PROGRAM CESSAO.
