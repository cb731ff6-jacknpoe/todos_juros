       *>             cobrança faturar) e numa seção própria do
       *>             relatório de atraso, com os termos vindos de
       *>             CONTRATOS-ACEITOS
       *> Versão 0.5: 15/10/2026: aceita recebimento no nível do
       *>             contrato (RB-INDICE zero), distribuído numa
       *>             ordem fixa: primeiro a mora e a multa das
       *>             parcelas vencidas, depois a parcela vencida
       *>             mais antiga, depois a seguinte; o excedente
       *>             (inclusive o de parcela paga a maior) vai para
       *>             o saldo credor do contrato, consumido na
       *>             próxima parcela que vencer; ENCARGOS passa a
       *>             levar a mora e a multa pagas
       *> Versão 0.6: 15/10/2026: o layout de ENCARGOS foi para o
       *>             copybook ENCARGOS, relido pela extração
       *>             contábil da cobrança (programa CAIXA)
       *> Versão 0.7: 15/10/2026: contrato baixado para prejuízo
       *>             (arquivo PREJUIZOS do PROVISAO) deixa de ser
       *>             cobrado: não distribui pagamento, não consome
       *>             nem gera saldo credor, não calcula encargos e
       *>             não entra no relatório de atraso; as parcelas
       *>             continuam saindo em BAIXAS, sem pagamento, e o
       *>             que for recebido dele vai para RECUPERACOES, a
       *>             entrada da recuperação (programa RECUPERA)
       *> Versão 0.8: 15/10/2026: contrato cedido a outra instituição
       *>             (arquivo CONTRATOS-CEDIDOS do CESSAO) não
       *>             calcula mora nem multa: o crédito é do
       *>             cessionário, que cobra os encargos dele; a
       *>             baixa das parcelas segue normal

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCA.
               FILE STATUS IS STATUS-AMORTIZACAO.
           *> pagamentos recebidos informados pela tesouraria, em
           *> ordem ascendente de contrato e parcela (pode haver
           *> mais de um pagamento parcial para a mesma parcela);
           *> parcela zero é pagamento do contrato como um todo,
           *> que a baixa distribui pelos encargos e parcelas
           SELECT RECEBIMENTOS ASSIGN TO "RECEBIMENTOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-RECEBIMENTOS.
           *> saldo credor dos contratos deixado pela execução
           *> anterior; na primeira execução o arquivo não existe
           SELECT SALDOS-CREDORES ASSIGN TO "SALDOS-CREDORES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-SALDOS-CREDORES.
           *> saldo credor depois desta baixa, que substitui o
           *> anterior no fim do job
           SELECT SALDOS-CREDORES-NOVO
               ASSIGN TO "SALDOS-CREDORES-NOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-SALDOS-CREDORES-NOVO.
           *> carteira aceita pela crítica, de onde saem os encargos
           *> contratuais de atraso (multa e mora) de cada contrato
           SELECT CONTRATOS ASSIGN TO "CONTRATOS-ACEITOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-BAIXAS.
           *> encargos de atraso faturáveis: uma linha por parcela
           *> que estava vencida e não quitada antes da distribuição
           *> dos pagamentos, com mora e multa acumuladas até a data
           *> da execução e o que delas o pagamento já quitou
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
           *> recebimentos dos contratos baixados para prejuízo,
           *> desviados da baixa para a recuperação
           SELECT RECUPERACOES ASSIGN TO "RECUPERACOES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-RECUPERACOES.
           *> relatório de atraso para a cobrança
           SELECT RELATORIO ASSIGN TO "RELATORIO-ATRASO"
               ORGANIZATION IS LINE SEQUENTIAL
           05  RB-DATA-PAGAMENTO           PICTURE 9(8).
           05  RB-VALOR-PAGO               COMP-2.

       FD  SALDOS-CREDORES
           LABEL RECORDS ARE STANDARD.
       COPY SALDOCR.

       FD  SALDOS-CREDORES-NOVO
           LABEL RECORDS ARE STANDARD.
       COPY SALDOCR REPLACING
           ==SALDO-CREDOR-REG== BY ==SALDO-CREDOR-NOVO-REG==
           LEADING ==SC== BY ==SN==.

       FD  CONTRATOS
           LABEL RECORDS ARE STANDARD.
       COPY CONTRATOS.

       FD  ENCARGOS
           LABEL RECORDS ARE STANDARD.
       COPY ENCARGOS.

       FD  PREJUIZOS
           LABEL RECORDS ARE STANDARD.
       COPY PREJUIZO.

       FD  CEDIDOS
           LABEL RECORDS ARE STANDARD.
       COPY CEDIDO.

       FD  RECUPERACOES
           LABEL RECORDS ARE STANDARD.
       COPY RECUPER.

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  FAIXA-DO-ATRASO                 PICTURE 9(1).
       01  INDICE-PARCELA                  PICTURE 9(9).

       *> situação de cada parcela do contrato corrente enquanto os
       *> pagamentos são distribuídos: o que a parcela já recebeu
       *> (pago nela, distribuído do pagamento do contrato ou
       *> consumido do saldo credor), a data do último pagamento, e
       *> a mora e a multa calculadas na parcela vencida com o que
       *> delas foi pago
       01  TABELA-PARCELAS-CONTRATO.
           05  TP-PARCELA OCCURS 360 TIMES.
               10  TP-VALOR-RECEBIDO       COMP-2.
               10  TP-DATA-PAGAMENTO       PICTURE 9(8).
               10  TP-COM-ENCARGO          PICTURE 9(1).
                   88  TP-PARCELA-COM-ENCARGO VALUE 1.
               10  TP-DIAS-ATRASO          PICTURE 9(5).
               10  TP-MORA                 COMP-2.
               10  TP-MULTA                COMP-2.
               10  TP-MORA-PAGA            COMP-2.
               10  TP-MULTA-PAGA           COMP-2.

       *> pagamento do contrato ainda por distribuir (recebimentos
       *> sem parcela mais o excedente das parcelas pagas a maior),
       *> saldo credor trazido da execução anterior ainda não
       *> consumido, e a parte aplicada em cada passo
       01  VALOR-A-DISTRIBUIR              COMP-2.
       01  DATA-PAGAMENTO-CONTRATO         PICTURE 9(8).
       01  CREDITO-DISPONIVEL              COMP-2.
       01  DATA-ORIGEM-CREDITO             PICTURE 9(8).
       01  VALOR-APLICADO                  COMP-2.

       *> chaves compostas para o casamento balanceado dos dois
       *> arquivos (comparadas como grupo)
       01  CHAVE-PARCELA.
           88  NAO-HA-MAIS-RECEBIMENTOS    VALUE 1.
       01  FIM-CONTRATOS                   PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-CONTRATOS       VALUE 1.
       01  FIM-SALDOS-CREDORES             PICTURE 9(1) VALUE 1.
           88  NAO-HA-MAIS-SALDOS-CREDORES VALUE 1.
       01  STATUS-AMORTIZACAO              PICTURE X(2).
       01  STATUS-RECEBIMENTOS             PICTURE X(2).
       01  STATUS-SALDOS-CREDORES          PICTURE X(2).
       01  STATUS-SALDOS-CREDORES-NOVO     PICTURE X(2).
       01  STATUS-CONTRATOS                PICTURE X(2).
       01  STATUS-BAIXAS                   PICTURE X(2).
       01  STATUS-ENCARGOS                 PICTURE X(2).
       01  STATUS-RELATORIO                PICTURE X(2).
       01  FIM-PREJUIZOS                   PICTURE 9(1) VALUE 1.
           88  NAO-HA-MAIS-PREJUIZOS       VALUE 1.
       01  STATUS-PREJUIZOS                PICTURE X(2).
       01  STATUS-RECUPERACOES             PICTURE X(2).
       01  FIM-CEDIDOS                     PICTURE 9(1) VALUE 1.
           88  NAO-HA-MAIS-CEDIDOS         VALUE 1.
       01  STATUS-CEDIDOS                  PICTURE X(2).
       01  ARQUIVOS-ABERTOS                PICTURE 9(1) VALUE 0.
           88  OS-ARQUIVOS-ESTAO-ABERTOS   VALUE 1.

       *> liga quando existe saldo credor da execução anterior e o
       *> arquivo abriu; sem ele a baixa parte de saldo zero
       01  SALDOS-CREDORES-DISPONIVEIS     PICTURE 9(1) VALUE 0.
           88  HA-SALDOS-CREDORES-ANTERIORES VALUE 1.

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

       *> campos comuns para relatar e abortar num erro de E/S
       01  STATUS-IO-VERIFICADO            PICTURE X(2).
       01  DESCRICAO-ARQUIVO-IO            PICTURE X(20).
       01  TOTAL-MORA                      COMP-2 VALUE 0.0.
       01  TOTAL-MULTA                     COMP-2 VALUE 0.0.
       01  TOTAL-DEVIDO-ENCARGOS           COMP-2 VALUE 0.0.
       01  TOTAL-MORA-PAGA                 COMP-2 VALUE 0.0.
       01  TOTAL-MULTA-PAGA                COMP-2 VALUE 0.0.

       *> totais da distribuição dos pagamentos do contrato e do
       *> saldo credor, para a seção própria do relatório
       01  TOTAL-RECEBIMENTOS-CONTRATO     PICTURE 9(9) VALUE 0.
       01  TOTAL-VALOR-CONTRATO            COMP-2 VALUE 0.0.
       01  TOTAL-EXCEDENTE-PARCELAS        COMP-2 VALUE 0.0.
       01  TOTAL-APLICADO-PARCELAS         COMP-2 VALUE 0.0.
       01  TOTAL-CREDITO-ANTERIOR          COMP-2 VALUE 0.0.
       01  TOTAL-CREDITO-CONSUMIDO         COMP-2 VALUE 0.0.
       01  TOTAL-CREDITO-NOVO              COMP-2 VALUE 0.0.
       01  TOTAL-SALDOS-CREDORES           PICTURE 9(9) VALUE 0.

       *> contratos em prejuízo vistos no cronograma e o que deles
       *> foi desviado para a recuperação
       01  TOTAL-CONTRATOS-EM-PREJUIZO     PICTURE 9(9) VALUE 0.
       01  TOTAL-RECUPERACOES              PICTURE 9(9) VALUE 0.
       01  TOTAL-VALOR-RECUPERACOES        COMP-2 VALUE 0.0.
       *> contratos cedidos vistos no cronograma, baixados sem
       *> encargos de atraso
       01  TOTAL-CONTRATOS-CEDIDOS         PICTURE 9(9) VALUE 0.

       *> totais por faixa de atraso: 1 = 1-30, 2 = 31-60, 3 = 61-90
       *> e 4 = acima de 90 dias
           05  FILLER PICTURE X(16) VALUE "  TOTAL DEVIDO: ".
           05  ENC-TOT-DEVIDO PICTURE Z(9)9.9999.

       *> saldo credor gravado para o contrato, no corpo do relatório
       01  LINHA-CREDITO.
           05  FILLER                  PICTURE X(26)
                           VALUE "SALDO CREDOR DO CONTRATO: ".
           05  CRD-NUMERO-CONTRATO     PICTURE Z(8)9.
           05  FILLER                  PICTURE X(7)
                                       VALUE " VALOR ".
           05  CRD-VALOR               PICTURE Z(6)9.9999.

       *> seção da distribuição dos pagamentos do contrato e do
       *> saldo credor do relatório de atraso
       01  LINHA-PAG-TITULO.
           05  FILLER PICTURE X(37)
                   VALUE "PAGAMENTOS DO CONTRATO E SALDO CREDOR".
       01  LINHA-PAG-RECEBIDOS.
           05  FILLER PICTURE X(26)
                       VALUE "RECEBIMENTOS SEM PARCELA: ".
           05  PAG-TOT-RECEBIMENTOS PICTURE Z(8)9.
           05  FILLER PICTURE X(9) VALUE "  VALOR: ".
           05  PAG-TOT-VALOR PICTURE Z(9)9.9999.
           05  FILLER PICTURE X(25)
                       VALUE "  EXCEDENTE DE PARCELAS: ".
           05  PAG-TOT-EXCEDENTE PICTURE Z(9)9.9999.
       01  LINHA-PAG-APLICADO.
           05  FILLER PICTURE X(18) VALUE "APLICADO EM MORA: ".
           05  PAG-TOT-MORA PICTURE Z(9)9.9999.
           05  FILLER PICTURE X(9) VALUE "  MULTA: ".
           05  PAG-TOT-MULTA PICTURE Z(9)9.9999.
           05  FILLER PICTURE X(12) VALUE "  PARCELAS: ".
           05  PAG-TOT-PARCELAS PICTURE Z(9)9.9999.
       01  LINHA-PAG-CREDITO.
           05  FILLER PICTURE X(23)
                       VALUE "SALDO CREDOR ANTERIOR: ".
           05  PAG-TOT-CRED-ANTERIOR PICTURE Z(9)9.9999.
           05  FILLER PICTURE X(13) VALUE "  CONSUMIDO: ".
           05  PAG-TOT-CRED-CONSUMIDO PICTURE Z(9)9.9999.
           05  FILLER PICTURE X(8) VALUE "  NOVO: ".
           05  PAG-TOT-CRED-NOVO PICTURE Z(9)9.9999.
           05  FILLER PICTURE X(13) VALUE "  CONTRATOS: ".
           05  PAG-TOT-SALDOS PICTURE Z(8)9.
       01  LINHA-PAG-PREJUIZO.
           05  FILLER PICTURE X(23)
                       VALUE "CONTRATOS EM PREJUIZO: ".
           05  PAG-TOT-PREJUIZO PICTURE Z(8)9.
           05  FILLER PICTURE X(28)
                       VALUE "  RECEBIMENTOS RECUPERACAO: ".
           05  PAG-TOT-RECUPERACOES PICTURE Z(8)9.
           05  FILLER PICTURE X(9) VALUE "  VALOR: ".
           05  PAG-TOT-VALOR-RECUPERADO PICTURE Z(9)9.9999.
       01  LINHA-PAG-CEDIDOS.
           05  FILLER PICTURE X(40)
                   VALUE "CONTRATOS CEDIDOS, SEM MORA NEM MULTA: ".
           05  PAG-TOT-CEDIDOS PICTURE Z(8)9.

       01  LINHA-TOTAL.
           05  FILLER PICTURE X(10) VALUE "PARCELAS: ".
           05  TOT-LIDAS PICTURE Z(8)9.
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           *> sem saldo credor anterior (primeira execução) a baixa
           *> segue como se o arquivo estivesse vazio
           OPEN INPUT SALDOS-CREDORES.
           IF STATUS-SALDOS-CREDORES = "00" THEN
               MOVE 1 TO SALDOS-CREDORES-DISPONIVEIS
               MOVE 0 TO FIM-SALDOS-CREDORES
           ELSE
               IF STATUS-SALDOS-CREDORES NOT = "35" THEN
                   MOVE STATUS-SALDOS-CREDORES TO STATUS-IO-VERIFICADO
                   MOVE "SALDOS-CREDORES" TO DESCRICAO-ARQUIVO-IO
                   PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                       9000-ABORTAR-ERRO-ARQUIVO-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT SALDOS-CREDORES-NOVO.
           IF STATUS-SALDOS-CREDORES-NOVO NOT = "00" THEN
               MOVE STATUS-SALDOS-CREDORES-NOVO
                   TO STATUS-IO-VERIFICADO
               MOVE "SALDOS-CREDORES-NOVO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           *> sem contratos em prejuízo a baixa trata todos como
           *> ativos
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
           *> sem contratos cedidos todos têm mora e multa
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
           OPEN OUTPUT RECUPERACOES.
           IF STATUS-RECUPERACOES NOT = "00" THEN
               MOVE STATUS-RECUPERACOES TO STATUS-IO-VERIFICADO
               MOVE "RECUPERACOES" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN OUTPUT BAIXAS.
           IF STATUS-BAIXAS NOT = "00" THEN
               MOVE STATUS-BAIXAS TO STATUS-IO-VERIFICADO
           PERFORM 3910-LER-RECEBIMENTO THRU
               3910-LER-RECEBIMENTO-EXIT.
           PERFORM 3920-LER-CONTRATO THRU 3920-LER-CONTRATO-EXIT.
           IF NOT NAO-HA-MAIS-SALDOS-CREDORES THEN
               PERFORM 3930-LER-SALDO-CREDOR THRU
                   3930-LER-SALDO-CREDOR-EXIT
           END-IF.
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
       *> baixa as parcelas de um contrato do cronograma e lê o
       *> próximo contrato: junta o que foi pago em cada parcela e
       *> o pagamento do contrato como um todo, consome o saldo
       *> credor nas parcelas que venceram desde que ele foi
       *> gerado, distribui o pagamento do contrato (encargos das
       *> parcelas vencidas, depois as parcelas vencidas da mais
       *> antiga para a mais nova), grava o que sobrar como saldo
       *> credor e só então fecha a situação de cada parcela;
       *> contrato baixado para prejuízo segue à parte, e contrato
       *> cedido não tem encargos de atraso
       *> ------------------------------------------------------
       3000-BAIXAR-PARCELAS.
           PERFORM 3050-POSICIONAR-CONTRATO THRU
               3050-POSICIONAR-CONTRATO-EXIT.
           PERFORM 3060-POSICIONAR-SALDO-CREDOR THRU
               3060-POSICIONAR-SALDO-CREDOR-EXIT.
           PERFORM 3080-POSICIONAR-PREJUIZO THRU
               3080-POSICIONAR-PREJUIZO-EXIT.
           PERFORM 3085-POSICIONAR-CEDIDO THRU
               3085-POSICIONAR-CEDIDO-EXIT.
           IF CONTRATO-EM-PREJUIZO THEN
               PERFORM 3090-BAIXAR-CONTRATO-EM-PREJUIZO THRU
                   3090-BAIXAR-CONTRATO-EM-PREJUIZO-EXIT
               PERFORM 3900-LER-AMORTIZACAO THRU
                   3900-LER-AMORTIZACAO-EXIT
               GO TO 3000-BAIXAR-PARCELAS-EXIT
           END-IF.
           MOVE 0.0 TO VALOR-A-DISTRIBUIR.
           MOVE 0 TO DATA-PAGAMENTO-CONTRATO.
           MOVE AM-NUMERO-CONTRATO TO CP-CONTRATO.
           MOVE 0 TO CP-INDICE.
           PERFORM 3200-DESCARREGAR-ORFAOS THRU
               3200-DESCARREGAR-ORFAOS-EXIT.
           PERFORM 3250-ACUMULAR-PAGAMENTO-CONTRATO THRU
               3250-ACUMULAR-PAGAMENTO-CONTRATO-EXIT.
           PERFORM 3100-ACUMULAR-UMA-PARCELA THRU
               3100-ACUMULAR-UMA-PARCELA-EXIT
               VARYING INDICE-PARCELA FROM 1 BY 1
               UNTIL INDICE-PARCELA > AM-QUANTIDADE.
           PERFORM 3600-CONSUMIR-SALDO-CREDOR THRU
               3600-CONSUMIR-SALDO-CREDOR-EXIT
               VARYING INDICE-PARCELA FROM 1 BY 1
               UNTIL INDICE-PARCELA > AM-QUANTIDADE.
           PERFORM 3700-APLICAR-ENCARGOS THRU
               3700-APLICAR-ENCARGOS-EXIT
               VARYING INDICE-PARCELA FROM 1 BY 1
               UNTIL INDICE-PARCELA > AM-QUANTIDADE.
           PERFORM 3800-APLICAR-PARCELA THRU
               3800-APLICAR-PARCELA-EXIT
               VARYING INDICE-PARCELA FROM 1 BY 1
               UNTIL INDICE-PARCELA > AM-QUANTIDADE.
           PERFORM 3850-GRAVAR-SALDO-CREDOR THRU
               3850-GRAVAR-SALDO-CREDOR-EXIT.
           PERFORM 3150-BAIXAR-UMA-PARCELA THRU
               3150-BAIXAR-UMA-PARCELA-EXIT
               VARYING INDICE-PARCELA FROM 1 BY 1
               UNTIL INDICE-PARCELA > AM-QUANTIDADE.
           PERFORM 3900-LER-AMORTIZACAO THRU
           EXIT.

       *> ------------------------------------------------------
       *> posiciona o saldo credor anterior (em ordem ascendente)
       *> no contrato corrente: saldo de contrato que não está no
       *> cronograma do dia passa adiante intacto para o arquivo
       *> novo, e o saldo do contrato corrente fica disponível
       *> para as parcelas que venceram depois da sua origem
       *> ------------------------------------------------------
       3060-POSICIONAR-SALDO-CREDOR.
           MOVE 0.0 TO CREDITO-DISPONIVEL.
           MOVE 0 TO DATA-ORIGEM-CREDITO.
           PERFORM UNTIL NAO-HA-MAIS-SALDOS-CREDORES OR
               (SC-NUMERO-CONTRATO >= AM-NUMERO-CONTRATO)
               PERFORM 3070-TRANSPORTAR-SALDO-CREDOR THRU
                   3070-TRANSPORTAR-SALDO-CREDOR-EXIT
           END-PERFORM.
           IF NAO-HA-MAIS-SALDOS-CREDORES OR
               (SC-NUMERO-CONTRATO NOT = AM-NUMERO-CONTRATO) THEN
               GO TO 3060-POSICIONAR-SALDO-CREDOR-EXIT
           END-IF.
           MOVE SC-VALOR TO CREDITO-DISPONIVEL.
           MOVE SC-DATA-ORIGEM TO DATA-ORIGEM-CREDITO.
           COMPUTE TOTAL-CREDITO-ANTERIOR =
               TOTAL-CREDITO-ANTERIOR + SC-VALOR.
           PERFORM 3930-LER-SALDO-CREDOR THRU
               3930-LER-SALDO-CREDOR-EXIT.
       3060-POSICIONAR-SALDO-CREDOR-EXIT.
           EXIT.

       3070-TRANSPORTAR-SALDO-CREDOR.
           MOVE SC-NUMERO-CONTRATO TO SN-NUMERO-CONTRATO.
           MOVE SC-DATA-ORIGEM TO SN-DATA-ORIGEM.
           MOVE SC-VALOR TO SN-VALOR.
           PERFORM 3860-ESCREVER-SALDO-CREDOR THRU
               3860-ESCREVER-SALDO-CREDOR-EXIT.
           COMPUTE TOTAL-CREDITO-ANTERIOR =
               TOTAL-CREDITO-ANTERIOR + SC-VALOR.
           PERFORM 3930-LER-SALDO-CREDOR THRU
               3930-LER-SALDO-CREDOR-EXIT.
       3070-TRANSPORTAR-SALDO-CREDOR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> posiciona o arquivo de contratos em prejuízo (em ordem
       *> ascendente) no contrato do cronograma corrente
       *> ------------------------------------------------------
       3080-POSICIONAR-PREJUIZO.
           MOVE 0 TO SITUACAO-PREJUIZO.
           PERFORM UNTIL NAO-HA-MAIS-PREJUIZOS OR
               (PJ-NUMERO-CONTRATO >= AM-NUMERO-CONTRATO)
               PERFORM 3940-LER-PREJUIZO THRU 3940-LER-PREJUIZO-EXIT
           END-PERFORM.
           IF (NOT NAO-HA-MAIS-PREJUIZOS) AND
               (PJ-NUMERO-CONTRATO = AM-NUMERO-CONTRATO) THEN
               MOVE 1 TO SITUACAO-PREJUIZO
           END-IF.
       3080-POSICIONAR-PREJUIZO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> posiciona o arquivo de contratos cedidos (em ordem
       *> ascendente) no contrato do cronograma corrente
       *> ------------------------------------------------------
       3085-POSICIONAR-CEDIDO.
           MOVE 0 TO SITUACAO-CEDIDO.
           PERFORM 3950-LER-CEDIDO THRU 3950-LER-CEDIDO-EXIT
               UNTIL NAO-HA-MAIS-CEDIDOS OR
                   (CD-NUMERO-CONTRATO >= AM-NUMERO-CONTRATO).
           IF (NOT NAO-HA-MAIS-CEDIDOS) AND
               (CD-NUMERO-CONTRATO = AM-NUMERO-CONTRATO) THEN
               MOVE 1 TO SITUACAO-CEDIDO
               ADD 1 TO TOTAL-CONTRATOS-CEDIDOS
           END-IF.
       3085-POSICIONAR-CEDIDO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> contrato baixado para prejuízo: o que chegar para ele em
       *> RECEBIMENTOS vai inteiro para RECUPERACOES, o saldo
       *> credor que ele tinha passa adiante congelado, e cada
       *> parcela sai em BAIXAS sem pagamento e sem encargos (a
       *> provisão, a remessa e o mestre continuam casando uma
       *> baixa por parcela); nada dele entra no relatório de
       *> atraso
       *> ------------------------------------------------------
       3090-BAIXAR-CONTRATO-EM-PREJUIZO.
           ADD 1 TO TOTAL-CONTRATOS-EM-PREJUIZO.
           MOVE AM-NUMERO-CONTRATO TO CP-CONTRATO.
           MOVE 0 TO CP-INDICE.
           PERFORM 3200-DESCARREGAR-ORFAOS THRU
               3200-DESCARREGAR-ORFAOS-EXIT.
           PERFORM 3270-DESVIAR-RECUPERACAO THRU
               3270-DESVIAR-RECUPERACAO-EXIT
               UNTIL NAO-HA-MAIS-RECEBIMENTOS OR
                   (RB-NUMERO-CONTRATO NOT = AM-NUMERO-CONTRATO).
           IF CREDITO-DISPONIVEL > 0.005 THEN
               MOVE AM-NUMERO-CONTRATO TO SN-NUMERO-CONTRATO
               MOVE DATA-ORIGEM-CREDITO TO SN-DATA-ORIGEM
               MOVE CREDITO-DISPONIVEL TO SN-VALOR
               PERFORM 3860-ESCREVER-SALDO-CREDOR THRU
                   3860-ESCREVER-SALDO-CREDOR-EXIT
           END-IF.
           PERFORM 3095-BAIXAR-PARCELA-EM-PREJUIZO THRU
               3095-BAIXAR-PARCELA-EM-PREJUIZO-EXIT
               VARYING INDICE-PARCELA FROM 1 BY 1
               UNTIL INDICE-PARCELA > AM-QUANTIDADE.
       3090-BAIXAR-CONTRATO-EM-PREJUIZO-EXIT.
           EXIT.

       3095-BAIXAR-PARCELA-EM-PREJUIZO.
           MOVE 0.0 TO TP-VALOR-RECEBIDO (INDICE-PARCELA).
           MOVE 0 TO TP-DATA-PAGAMENTO (INDICE-PARCELA).
           MOVE 0 TO TP-COM-ENCARGO (INDICE-PARCELA).
           MOVE 0 TO TP-DIAS-ATRASO (INDICE-PARCELA).
           MOVE 0.0 TO TP-MORA (INDICE-PARCELA).
           MOVE 0.0 TO TP-MULTA (INDICE-PARCELA).
           MOVE 0.0 TO TP-MORA-PAGA (INDICE-PARCELA).
           MOVE 0.0 TO TP-MULTA-PAGA (INDICE-PARCELA).
           PERFORM 3150-BAIXAR-UMA-PARCELA THRU
               3150-BAIXAR-UMA-PARCELA-EXIT.
       3095-BAIXAR-PARCELA-EM-PREJUIZO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> casamento balanceado: acumula o que foi pago na parcela
       *> (CHAVE-PARCELA com o índice da parcela) depois de
       *> descarregar como "sem parcela" o que tiver chave menor;
       *> o que passar do valor esperado é excedente que entra no
       *> pagamento do contrato a distribuir
       *> ------------------------------------------------------
       3100-ACUMULAR-UMA-PARCELA.
           MOVE AM-NUMERO-CONTRATO TO CP-CONTRATO.
           MOVE INDICE-PARCELA TO CP-INDICE.
           COMPUTE VALOR-ESPERADO =
               3200-DESCARREGAR-ORFAOS-EXIT.
           PERFORM 3300-ACUMULAR-RECEBIMENTOS THRU
               3300-ACUMULAR-RECEBIMENTOS-EXIT.
           IF VALOR-RECEBIDO > VALOR-ESPERADO THEN
               COMPUTE VALOR-APLICADO =
                   VALOR-RECEBIDO - VALOR-ESPERADO
               COMPUTE VALOR-A-DISTRIBUIR =
                   VALOR-A-DISTRIBUIR + VALOR-APLICADO
               COMPUTE TOTAL-EXCEDENTE-PARCELAS =
                   TOTAL-EXCEDENTE-PARCELAS + VALOR-APLICADO
               MOVE VALOR-ESPERADO TO VALOR-RECEBIDO
               IF DATA-ULTIMO-PAGAMENTO > DATA-PAGAMENTO-CONTRATO THEN
                   MOVE DATA-ULTIMO-PAGAMENTO
                       TO DATA-PAGAMENTO-CONTRATO
               END-IF
           END-IF.
           MOVE VALOR-RECEBIDO TO TP-VALOR-RECEBIDO (INDICE-PARCELA).
           MOVE DATA-ULTIMO-PAGAMENTO
               TO TP-DATA-PAGAMENTO (INDICE-PARCELA).
           MOVE 0 TO TP-COM-ENCARGO (INDICE-PARCELA).
           MOVE 0 TO TP-DIAS-ATRASO (INDICE-PARCELA).
           MOVE 0.0 TO TP-MORA (INDICE-PARCELA).
           MOVE 0.0 TO TP-MULTA (INDICE-PARCELA).
           MOVE 0.0 TO TP-MORA-PAGA (INDICE-PARCELA).
           MOVE 0.0 TO TP-MULTA-PAGA (INDICE-PARCELA).
       3100-ACUMULAR-UMA-PARCELA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> fecha a situação da parcela com o total que ela recebeu
       *> depois da distribuição
       *> ------------------------------------------------------
       3150-BAIXAR-UMA-PARCELA.
           ADD 1 TO TOTAL-PARCELAS-LIDAS.
           COMPUTE VALOR-ESPERADO =
               AM-VALOR-DESCONTADO (INDICE-PARCELA)
               + AM-JUROS-ACUMULADO (INDICE-PARCELA).
           MOVE TP-VALOR-RECEBIDO (INDICE-PARCELA) TO VALOR-RECEBIDO.
           MOVE TP-DATA-PAGAMENTO (INDICE-PARCELA)
               TO DATA-ULTIMO-PAGAMENTO.
           PERFORM 3400-FECHAR-PARCELA THRU 3400-FECHAR-PARCELA-EXIT.
       3150-BAIXAR-UMA-PARCELA-EXIT.
           EXIT.

       3200-DESCARREGAR-ORFAOS.
       3200-DESCARREGAR-ORFAOS-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> recebimentos sem parcela (índice zero, que vêm antes das
       *> parcelas do mesmo contrato na ordem do arquivo) formam o
       *> pagamento do contrato a distribuir
       *> ------------------------------------------------------
       3250-ACUMULAR-PAGAMENTO-CONTRATO.
           PERFORM UNTIL NAO-HA-MAIS-RECEBIMENTOS OR
               (CHAVE-RECEBIMENTO NOT = CHAVE-PARCELA)
               COMPUTE VALOR-A-DISTRIBUIR =
                   VALOR-A-DISTRIBUIR + RB-VALOR-PAGO
               IF RB-DATA-PAGAMENTO > DATA-PAGAMENTO-CONTRATO THEN
                   MOVE RB-DATA-PAGAMENTO TO DATA-PAGAMENTO-CONTRATO
               END-IF
               ADD 1 TO TOTAL-RECEBIMENTOS-CONTRATO
               COMPUTE TOTAL-VALOR-CONTRATO =
                   TOTAL-VALOR-CONTRATO + RB-VALOR-PAGO
               PERFORM 3910-LER-RECEBIMENTO THRU
                   3910-LER-RECEBIMENTO-EXIT
           END-PERFORM.
       3250-ACUMULAR-PAGAMENTO-CONTRATO-EXIT.
           EXIT.

       3270-DESVIAR-RECUPERACAO.
           MOVE RB-NUMERO-CONTRATO TO RP-NUMERO-CONTRATO.
           MOVE RB-INDICE TO RP-INDICE.
           MOVE RB-DATA-PAGAMENTO TO RP-DATA-PAGAMENTO.
           MOVE RB-VALOR-PAGO TO RP-VALOR-PAGO.
           WRITE RECUPERACAO-REG.
           IF STATUS-RECUPERACOES NOT = "00" THEN
               MOVE STATUS-RECUPERACOES TO STATUS-IO-VERIFICADO
               MOVE "RECUPERACOES" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1 TO TOTAL-RECUPERACOES.
           COMPUTE TOTAL-VALOR-RECUPERACOES =
               TOTAL-VALOR-RECUPERACOES + RB-VALOR-PAGO.
           PERFORM 3910-LER-RECEBIMENTO THRU
               3910-LER-RECEBIMENTO-EXIT.
       3270-DESVIAR-RECUPERACAO-EXIT.
           EXIT.

       3300-ACUMULAR-RECEBIMENTOS.
           PERFORM UNTIL NAO-HA-MAIS-RECEBIMENTOS OR
               (CHAVE-RECEBIMENTO NOT = CHAVE-PARCELA)
           EXIT.

       *> ------------------------------------------------------
       *> grava a baixa da parcela e a sua linha de encargos (se
       *> ela entrou vencida na distribuição) e, se continua
       *> vencida e não quitada, manda para o relatório de atraso
       *> na faixa certa; a tolerância de meio centésimo absorve o
       *> arredondamento do ponto flutuante na comparação
       *> quitada/parcial
       *> ------------------------------------------------------
       3400-FECHAR-PARCELA.
           MOVE AM-NUMERO-CONTRATO TO BX-NUMERO-CONTRATO.
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           IF TP-PARCELA-COM-ENCARGO (INDICE-PARCELA) THEN
               PERFORM 3460-GRAVAR-ENCARGOS THRU
                   3460-GRAVAR-ENCARGOS-EXIT
           ELSE
               MOVE 0.0 TO VALOR-MORA
               MOVE 0.0 TO VALOR-MULTA
           END-IF.
           IF (DIAS-DE-ATRASO > 0) AND
               (NOT CONTRATO-EM-PREJUIZO) THEN
               PERFORM 3500-CLASSIFICAR-ATRASO THRU
                   3500-CLASSIFICAR-ATRASO-EXIT
               PERFORM 4100-IMPRIME-DETALHE THRU
       *> execução: a multa é o percentual fixo do contrato sobre o
       *> saldo vencido, cobrada uma vez; a mora é a taxa mensal do
       *> contrato sobre o mesmo saldo, pro rata pelos dias corridos
       *> de atraso (base 30); espera SALDO-PARCELA e
       *> DIAS-DE-ATRASO preenchidos
       *> ------------------------------------------------------
       3450-CALCULAR-ENCARGOS.
           COMPUTE VALOR-MULTA =
           COMPUTE VALOR-MORA =
               SALDO-PARCELA * CT-MORA-MENSAL / 100.0
               * DIAS-DE-ATRASO / 30.0.
       3450-CALCULAR-ENCARGOS-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> grava a linha faturável em ENCARGOS com a mora e a multa
       *> calculadas na distribuição e o que delas foi pago; o
       *> total devido e os totais do relatório ficam com o que
       *> continua em aberto (saldo da parcela mais os encargos
       *> não pagos)
       *> ------------------------------------------------------
       3460-GRAVAR-ENCARGOS.
           IF SALDO-PARCELA <= 0.005 THEN
               MOVE 0.0 TO SALDO-PARCELA
           END-IF.
           COMPUTE VALOR-MORA = TP-MORA (INDICE-PARCELA)
               - TP-MORA-PAGA (INDICE-PARCELA).
           COMPUTE VALOR-MULTA = TP-MULTA (INDICE-PARCELA)
               - TP-MULTA-PAGA (INDICE-PARCELA).
           COMPUTE VALOR-TOTAL-DEVIDO = SALDO-PARCELA + VALOR-MULTA.
           COMPUTE VALOR-TOTAL-DEVIDO =
               VALOR-TOTAL-DEVIDO + VALOR-MORA.
           MOVE INDICE-PARCELA TO EN-INDICE.
           MOVE AM-DATA-VENCIMENTO (INDICE-PARCELA)
               TO EN-DATA-VENCIMENTO.
           MOVE TP-DIAS-ATRASO (INDICE-PARCELA) TO EN-DIAS-ATRASO.
           MOVE SALDO-PARCELA TO EN-PRINCIPAL-VENCIDO.
           MOVE TP-MORA (INDICE-PARCELA) TO EN-MORA.
           MOVE TP-MULTA (INDICE-PARCELA) TO EN-MULTA.
           MOVE VALOR-TOTAL-DEVIDO TO EN-TOTAL-DEVIDO.
           MOVE TP-MORA-PAGA (INDICE-PARCELA) TO EN-MORA-PAGA.
           MOVE TP-MULTA-PAGA (INDICE-PARCELA) TO EN-MULTA-PAGA.
           WRITE ENCARGOS-REG.
           IF STATUS-ENCARGOS NOT = "00" THEN
               MOVE STATUS-ENCARGOS TO STATUS-IO-VERIFICADO
           COMPUTE TOTAL-MULTA = TOTAL-MULTA + VALOR-MULTA.
           COMPUTE TOTAL-DEVIDO-ENCARGOS =
               TOTAL-DEVIDO-ENCARGOS + VALOR-TOTAL-DEVIDO.
           COMPUTE TOTAL-MORA-PAGA =
               TOTAL-MORA-PAGA + TP-MORA-PAGA (INDICE-PARCELA).
           COMPUTE TOTAL-MULTA-PAGA =
               TOTAL-MULTA-PAGA + TP-MULTA-PAGA (INDICE-PARCELA).
       3460-GRAVAR-ENCARGOS-EXIT.
           EXIT.

       3500-CLASSIFICAR-ATRASO.
       3500-CLASSIFICAR-ATRASO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> consome o saldo credor trazido da execução anterior na
       *> parcela que venceu depois da origem do saldo (até a data
       *> da execução), da mais antiga para a mais nova; parcela
       *> que já vencia quando o saldo nasceu não é tocada, porque
       *> a distribuição daquele dia já passou por ela
       *> ------------------------------------------------------
       3600-CONSUMIR-SALDO-CREDOR.
           IF CREDITO-DISPONIVEL <= 0.005 THEN
               GO TO 3600-CONSUMIR-SALDO-CREDOR-EXIT
           END-IF.
           IF (AM-DATA-VENCIMENTO (INDICE-PARCELA)
                   <= DATA-ORIGEM-CREDITO) OR
               (AM-DATA-VENCIMENTO (INDICE-PARCELA)
                   > DATA-REFERENCIA) THEN
               GO TO 3600-CONSUMIR-SALDO-CREDOR-EXIT
           END-IF.
           COMPUTE SALDO-PARCELA =
               AM-VALOR-DESCONTADO (INDICE-PARCELA)
               + AM-JUROS-ACUMULADO (INDICE-PARCELA).
           COMPUTE SALDO-PARCELA =
               SALDO-PARCELA - TP-VALOR-RECEBIDO (INDICE-PARCELA).
           IF SALDO-PARCELA <= 0.005 THEN
               GO TO 3600-CONSUMIR-SALDO-CREDOR-EXIT
           END-IF.
           IF CREDITO-DISPONIVEL < SALDO-PARCELA THEN
               MOVE CREDITO-DISPONIVEL TO VALOR-APLICADO
           ELSE
               MOVE SALDO-PARCELA TO VALOR-APLICADO
           END-IF.
           COMPUTE TP-VALOR-RECEBIDO (INDICE-PARCELA) =
               TP-VALOR-RECEBIDO (INDICE-PARCELA) + VALOR-APLICADO.
           COMPUTE CREDITO-DISPONIVEL =
               CREDITO-DISPONIVEL - VALOR-APLICADO.
           COMPUTE TOTAL-CREDITO-CONSUMIDO =
               TOTAL-CREDITO-CONSUMIDO + VALOR-APLICADO.
           IF DATA-REFERENCIA >
               TP-DATA-PAGAMENTO (INDICE-PARCELA) THEN
               MOVE DATA-REFERENCIA
                   TO TP-DATA-PAGAMENTO (INDICE-PARCELA)
           END-IF.
       3600-CONSUMIR-SALDO-CREDOR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> primeiro passo da distribuição: calcula em
       *> 3450-CALCULAR-ENCARGOS a mora e a multa de toda parcela
       *> vencida que ainda tem saldo e paga com o pagamento do
       *> contrato a mora e depois a multa, da parcela mais antiga
       *> para a mais nova; contrato cedido não tem encargos e o
       *> pagamento dele vai inteiro para as parcelas
       *> ------------------------------------------------------
       3700-APLICAR-ENCARGOS.
           IF CONTRATO-CEDIDO THEN
               GO TO 3700-APLICAR-ENCARGOS-EXIT
           END-IF.
           IF AM-DATA-VENCIMENTO (INDICE-PARCELA)
               NOT < DATA-REFERENCIA THEN
               GO TO 3700-APLICAR-ENCARGOS-EXIT
           END-IF.
           COMPUTE SALDO-PARCELA =
               AM-VALOR-DESCONTADO (INDICE-PARCELA)
               + AM-JUROS-ACUMULADO (INDICE-PARCELA).
           COMPUTE SALDO-PARCELA =
               SALDO-PARCELA - TP-VALOR-RECEBIDO (INDICE-PARCELA).
           IF SALDO-PARCELA <= 0.005 THEN
               GO TO 3700-APLICAR-ENCARGOS-EXIT
           END-IF.
           COMPUTE DIAS-DE-ATRASO = DATA-REFERENCIA-INTEIRO
               - FUNCTION INTEGER-OF-DATE
                   (AM-DATA-VENCIMENTO (INDICE-PARCELA)).
           PERFORM 3450-CALCULAR-ENCARGOS THRU
               3450-CALCULAR-ENCARGOS-EXIT.
           MOVE 1 TO TP-COM-ENCARGO (INDICE-PARCELA).
           MOVE DIAS-DE-ATRASO TO TP-DIAS-ATRASO (INDICE-PARCELA).
           MOVE VALOR-MORA TO TP-MORA (INDICE-PARCELA).
           MOVE VALOR-MULTA TO TP-MULTA (INDICE-PARCELA).
           IF VALOR-A-DISTRIBUIR <= 0.005 THEN
               GO TO 3700-APLICAR-ENCARGOS-EXIT
           END-IF.
           IF VALOR-A-DISTRIBUIR < VALOR-MORA THEN
               MOVE VALOR-A-DISTRIBUIR TO VALOR-APLICADO
           ELSE
               MOVE VALOR-MORA TO VALOR-APLICADO
           END-IF.
           MOVE VALOR-APLICADO TO TP-MORA-PAGA (INDICE-PARCELA).
           COMPUTE VALOR-A-DISTRIBUIR =
               VALOR-A-DISTRIBUIR - VALOR-APLICADO.
           IF VALOR-A-DISTRIBUIR < VALOR-MULTA THEN
               MOVE VALOR-A-DISTRIBUIR TO VALOR-APLICADO
           ELSE
               MOVE VALOR-MULTA TO VALOR-APLICADO
           END-IF.
           MOVE VALOR-APLICADO TO TP-MULTA-PAGA (INDICE-PARCELA).
           COMPUTE VALOR-A-DISTRIBUIR =
               VALOR-A-DISTRIBUIR - VALOR-APLICADO.
           IF DATA-PAGAMENTO-CONTRATO >
               TP-DATA-PAGAMENTO (INDICE-PARCELA) THEN
               MOVE DATA-PAGAMENTO-CONTRATO
                   TO TP-DATA-PAGAMENTO (INDICE-PARCELA)
           END-IF.
       3700-APLICAR-ENCARGOS-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> segundo passo da distribuição: o que sobrou do pagamento
       *> do contrato quita as parcelas já vencidas (e a que vence
       *> na data da execução), da mais antiga para a mais nova;
       *> parcela a vencer não recebe antecipação, o excedente vira
       *> saldo credor
       *> ------------------------------------------------------
       3800-APLICAR-PARCELA.
           IF VALOR-A-DISTRIBUIR <= 0.005 THEN
               GO TO 3800-APLICAR-PARCELA-EXIT
           END-IF.
           IF AM-DATA-VENCIMENTO (INDICE-PARCELA)
               > DATA-REFERENCIA THEN
               GO TO 3800-APLICAR-PARCELA-EXIT
           END-IF.
           COMPUTE SALDO-PARCELA =
               AM-VALOR-DESCONTADO (INDICE-PARCELA)
               + AM-JUROS-ACUMULADO (INDICE-PARCELA).
           COMPUTE SALDO-PARCELA =
               SALDO-PARCELA - TP-VALOR-RECEBIDO (INDICE-PARCELA).
           IF SALDO-PARCELA <= 0.005 THEN
               GO TO 3800-APLICAR-PARCELA-EXIT
           END-IF.
           IF VALOR-A-DISTRIBUIR < SALDO-PARCELA THEN
               MOVE VALOR-A-DISTRIBUIR TO VALOR-APLICADO
           ELSE
               MOVE SALDO-PARCELA TO VALOR-APLICADO
           END-IF.
           COMPUTE TP-VALOR-RECEBIDO (INDICE-PARCELA) =
               TP-VALOR-RECEBIDO (INDICE-PARCELA) + VALOR-APLICADO.
           COMPUTE VALOR-A-DISTRIBUIR =
               VALOR-A-DISTRIBUIR - VALOR-APLICADO.
           COMPUTE TOTAL-APLICADO-PARCELAS =
               TOTAL-APLICADO-PARCELAS + VALOR-APLICADO.
           IF DATA-PAGAMENTO-CONTRATO >
               TP-DATA-PAGAMENTO (INDICE-PARCELA) THEN
               MOVE DATA-PAGAMENTO-CONTRATO
                   TO TP-DATA-PAGAMENTO (INDICE-PARCELA)
           END-IF.
       3800-APLICAR-PARCELA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> o que sobrou do pagamento do contrato mais o saldo
       *> credor anterior não consumido é o novo saldo credor do
       *> contrato, com origem na data da execução
       *> ------------------------------------------------------
       3850-GRAVAR-SALDO-CREDOR.
           COMPUTE VALOR-APLICADO =
               VALOR-A-DISTRIBUIR + CREDITO-DISPONIVEL.
           IF VALOR-APLICADO <= 0.005 THEN
               GO TO 3850-GRAVAR-SALDO-CREDOR-EXIT
           END-IF.
           MOVE AM-NUMERO-CONTRATO TO SN-NUMERO-CONTRATO.
           MOVE DATA-REFERENCIA TO SN-DATA-ORIGEM.
           MOVE VALOR-APLICADO TO SN-VALOR.
           PERFORM 3860-ESCREVER-SALDO-CREDOR THRU
               3860-ESCREVER-SALDO-CREDOR-EXIT.
           PERFORM 4300-IMPRIME-SALDO-CREDOR THRU
               4300-IMPRIME-SALDO-CREDOR-EXIT.
       3850-GRAVAR-SALDO-CREDOR-EXIT.
           EXIT.

       3860-ESCREVER-SALDO-CREDOR.
           WRITE SALDO-CREDOR-NOVO-REG.
           IF STATUS-SALDOS-CREDORES-NOVO NOT = "00" THEN
               MOVE STATUS-SALDOS-CREDORES-NOVO
                   TO STATUS-IO-VERIFICADO
               MOVE "SALDOS-CREDORES-NOVO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1 TO TOTAL-SALDOS-CREDORES.
           COMPUTE TOTAL-CREDITO-NOVO =
               TOTAL-CREDITO-NOVO + SN-VALOR.
       3860-ESCREVER-SALDO-CREDOR-EXIT.
           EXIT.

       3900-LER-AMORTIZACAO.
           READ AMORTIZACAO
               AT END
       3920-LER-CONTRATO-EXIT.
           EXIT.

       3930-LER-SALDO-CREDOR.
           READ SALDOS-CREDORES
               AT END
                   MOVE 1 TO FIM-SALDOS-CREDORES
           END-READ.
           IF (STATUS-SALDOS-CREDORES NOT = "00")
               AND (STATUS-SALDOS-CREDORES NOT = "10") THEN
               MOVE STATUS-SALDOS-CREDORES TO STATUS-IO-VERIFICADO
               MOVE "SALDOS-CREDORES" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3930-LER-SALDO-CREDOR-EXIT.
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
       *> cabeçalho do relatório de atraso, repetido a cada quebra
       *> de página
       4200-IMPRIME-ORFAO-EXIT.
           EXIT.

       4300-IMPRIME-SALDO-CREDOR.
           IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA THEN
               PERFORM 4000-IMPRIME-CABECALHO THRU
                   4000-IMPRIME-CABECALHO-EXIT
           END-IF.
           MOVE SN-NUMERO-CONTRATO TO CRD-NUMERO-CONTRATO.
           MOVE SN-VALOR TO CRD-VALOR.
           WRITE RELATORIO-LINHA FROM LINHA-CREDITO.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           ADD 1 TO LINHAS-NA-PAGINA.
       4300-IMPRIME-SALDO-CREDOR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> depois da última parcela, o que sobrar em RECEBIMENTOS
       *> também é recebimento sem parcela (inclusive o pagamento
       *> de contrato fora do cronograma), e o saldo credor que
       *> sobrar passa adiante; imprime as faixas, os totais e
       *> fecha tudo; recebimento órfão é dado estragado da
       *> tesouraria e sai com código de retorno 4 para o job
       *> control segurar o relatório
       *> ------------------------------------------------------
       8000-FINALIZAR.
                   PERFORM 3910-LER-RECEBIMENTO THRU
                       3910-LER-RECEBIMENTO-EXIT
               END-PERFORM
               PERFORM 3070-TRANSPORTAR-SALDO-CREDOR THRU
                   3070-TRANSPORTAR-SALDO-CREDOR-EXIT
                   UNTIL NAO-HA-MAIS-SALDOS-CREDORES
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   8100-IMPRIME-FAIXAS-EXIT
               PERFORM 8200-IMPRIME-ENCARGOS THRU
                   8200-IMPRIME-ENCARGOS-EXIT
               PERFORM 8300-IMPRIME-PAGAMENTOS THRU
                   8300-IMPRIME-PAGAMENTOS-EXIT
               MOVE TOTAL-PARCELAS-LIDAS TO TOT-LIDAS
               MOVE TOTAL-PARCELAS-QUITADAS TO TOT-QUITADAS
               MOVE TOTAL-PARCELAS-PARCIAIS TO TOT-PARCIAIS
                   9010-VERIFICA-RELATORIO-EXIT
               CLOSE AMORTIZACAO
               CLOSE RECEBIMENTOS
               IF HA-SALDOS-CREDORES-ANTERIORES THEN
                   CLOSE SALDOS-CREDORES
               END-IF
               CLOSE SALDOS-CREDORES-NOVO
               IF HA-ARQUIVO-DE-PREJUIZOS THEN
                   CLOSE PREJUIZOS
               END-IF
               IF HA-ARQUIVO-DE-CEDIDOS THEN
                   CLOSE CEDIDOS
               END-IF
               CLOSE RECUPERACOES
               CLOSE CONTRATOS
               CLOSE BAIXAS
               CLOSE ENCARGOS
       8200-IMPRIME-ENCARGOS-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> seção da distribuição dos pagamentos do contrato: o que
       *> entrou sem parcela (e o excedente de parcela paga a
       *> maior), o que foi aplicado em mora, multa e parcelas, e o
       *> movimento do saldo credor; entrada mais saldo anterior
       *> fecha com aplicado mais saldo novo
       *> ------------------------------------------------------
       8300-IMPRIME-PAGAMENTOS.
           WRITE RELATORIO-LINHA FROM LINHA-PAG-TITULO.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE TOTAL-RECEBIMENTOS-CONTRATO TO PAG-TOT-RECEBIMENTOS.
           MOVE TOTAL-VALOR-CONTRATO TO PAG-TOT-VALOR.
           MOVE TOTAL-EXCEDENTE-PARCELAS TO PAG-TOT-EXCEDENTE.
           WRITE RELATORIO-LINHA FROM LINHA-PAG-RECEBIDOS.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE TOTAL-MORA-PAGA TO PAG-TOT-MORA.
           MOVE TOTAL-MULTA-PAGA TO PAG-TOT-MULTA.
           MOVE TOTAL-APLICADO-PARCELAS TO PAG-TOT-PARCELAS.
           WRITE RELATORIO-LINHA FROM LINHA-PAG-APLICADO.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE TOTAL-CREDITO-ANTERIOR TO PAG-TOT-CRED-ANTERIOR.
           MOVE TOTAL-CREDITO-CONSUMIDO TO PAG-TOT-CRED-CONSUMIDO.
           MOVE TOTAL-CREDITO-NOVO TO PAG-TOT-CRED-NOVO.
           MOVE TOTAL-SALDOS-CREDORES TO PAG-TOT-SALDOS.
           WRITE RELATORIO-LINHA FROM LINHA-PAG-CREDITO.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE TOTAL-CONTRATOS-EM-PREJUIZO TO PAG-TOT-PREJUIZO.
           MOVE TOTAL-RECUPERACOES TO PAG-TOT-RECUPERACOES.
           MOVE TOTAL-VALOR-RECUPERACOES
               TO PAG-TOT-VALOR-RECUPERADO.
           WRITE RELATORIO-LINHA FROM LINHA-PAG-PREJUIZO.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE TOTAL-CONTRATOS-CEDIDOS TO PAG-TOT-CEDIDOS.
           WRITE RELATORIO-LINHA FROM LINHA-PAG-CEDIDOS.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
       8300-IMPRIME-PAGAMENTOS-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> aborta a baixa por falha de E/S; espera
       *> DESCRICAO-ARQUIVO-IO e STATUS-IO-VERIFICADO preenchidos
