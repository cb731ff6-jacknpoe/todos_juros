       *>             e recusa reexecução de uma extração já
       *>             fechada para o movimento; a data de corte do
       *>             fechamento continua vindo do operador
       *> Versão 0.4: 15/10/2026: a cópia do registro de controle
       *>             acompanha o passo novo do CONTROLE-LOTE
       *> Versão 0.5: 15/10/2026: contrato cedido a outra instituição
       *>             (arquivo CONTRATOS-CEDIDOS do CESSAO) só
       *>             apropria juros até a data da cessão; o que
       *>             estava apropriado foi baixado na venda
       *> Versão 0.6: 15/10/2026: contrato baixado para prejuízo
       *>             (arquivo PREJUIZOS do PROVISAO) só apropria
       *>             juros até a data da baixa; o que estava
       *>             apropriado saiu dos juros a receber na baixa e
       *>             o que entrar depois é recuperação

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABIL.
           SELECT CONTRATOS ASSIGN TO "CONTRATOS-ACEITOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-CONTRATOS.
           *> contratos cedidos, em ordem ascendente de contrato;
           *> opcional: ausente, nenhum foi cedido
           SELECT CEDIDOS ASSIGN TO "CONTRATOS-CEDIDOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-CEDIDOS.
           *> contratos baixados para prejuízo, em ordem ascendente
           *> de contrato; opcional: ausente, nenhum foi baixado
           SELECT PREJUIZOS ASSIGN TO "PREJUIZOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-PREJUIZOS.
           *> arquivo de interface do razão, layout fixo zonado
           SELECT LANCAMENTOS ASSIGN TO "LANCAMENTOS"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
       COPY CONTRATOS.

       FD  CEDIDOS
           LABEL RECORDS ARE STANDARD.
       COPY CEDIDO.

       FD  PREJUIZOS
           LABEL RECORDS ARE STANDARD.
       COPY PREJUIZO.

       FD  LANCAMENTOS
           LABEL RECORDS ARE STANDARD.
       01  LANCAMENTO-REG.
       01  FIM-PARCELA-INTEIRO             PICTURE 9(8).
       01  INICIO-JANELA                   PICTURE 9(8).
       01  FIM-JANELA                      PICTURE 9(8).
       *> data da cessão do contrato corrente, quando cedido (zero
       *> se não): a apropriação para nela
       01  CESSAO-INTEIRO                  PICTURE 9(8).
       *> data da baixa para prejuízo do contrato corrente, quando
       *> baixado (zero se não): a apropriação para nela
       01  PREJUIZO-INTEIRO                PICTURE 9(8).
       01  DIAS-DA-PARCELA                 PICTURE S9(8).
       01  DIAS-NA-COMPETENCIA             PICTURE S9(8).
       01  FRACAO-APROPRIADA               COMP-2.
       01  TOTAL-DEBITOS                   PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-CREDITOS                  PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-CONTRATOS-APROPRIADOS     PICTURE 9(9) VALUE 0.
       01  TOTAL-CONTRATOS-CEDIDOS         PICTURE 9(9) VALUE 0.
       01  TOTAL-CONTRATOS-EM-PREJUIZO     PICTURE 9(9) VALUE 0.

       *> controle de arquivos
       01  FIM-AMORTIZACAO                 PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-CONTRATOS       VALUE 1.
       01  STATUS-AMORTIZACAO              PICTURE X(2).
       01  STATUS-CONTRATOS                PICTURE X(2).
       01  FIM-CEDIDOS                     PICTURE 9(1) VALUE 1.
           88  NAO-HA-MAIS-CEDIDOS         VALUE 1.
       01  STATUS-CEDIDOS                  PICTURE X(2).
       01  FIM-PREJUIZOS                   PICTURE 9(1) VALUE 1.
           88  NAO-HA-MAIS-PREJUIZOS       VALUE 1.
       01  STATUS-PREJUIZOS                PICTURE X(2).
       01  STATUS-LANCAMENTOS              PICTURE X(2).
       01  ARQUIVOS-ABERTOS                PICTURE 9(1) VALUE 0.
           88  OS-ARQUIVOS-ESTAO-ABERTOS   VALUE 1.

       *> liga quando o arquivo CONTRATOS-CEDIDOS existe e abriu
       01  CEDIDOS-DISPONIVEIS             PICTURE 9(1) VALUE 0.
           88  HA-ARQUIVO-DE-CEDIDOS       VALUE 1.
       *> liga quando o arquivo PREJUIZOS existe e abriu
       01  PREJUIZOS-DISPONIVEIS           PICTURE 9(1) VALUE 0.
           88  HA-ARQUIVO-DE-PREJUIZOS     VALUE 1.

       *> campos comuns para relatar e abortar num erro de E/S
       01  STATUS-IO-VERIFICADO            PICTURE X(2).
       01  DESCRICAO-ARQUIVO-IO            PICTURE X(20).
       *> registro do FD não sobrevive ao CLOSE, e o carimbo do
       *> fechamento precisa regravar os passos que a esteira já
       *> tinha marcado
       01  CONTROLE-SALVO                  PICTURE X(14).

       PROCEDURE DIVISION.
       0000-MAINLINE.
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
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
           OPEN OUTPUT LANCAMENTOS.
           IF STATUS-LANCAMENTOS NOT = "00" THEN
               MOVE STATUS-LANCAMENTOS TO STATUS-IO-VERIFICADO
           PERFORM 3900-LER-AMORTIZACAO THRU
               3900-LER-AMORTIZACAO-EXIT.
           PERFORM 3920-LER-CONTRATO THRU 3920-LER-CONTRATO-EXIT.
           IF HA-ARQUIVO-DE-CEDIDOS THEN
               PERFORM 3930-LER-CEDIDO THRU 3930-LER-CEDIDO-EXIT
           END-IF.
           IF HA-ARQUIVO-DE-PREJUIZOS THEN
               PERFORM 3940-LER-PREJUIZO THRU 3940-LER-PREJUIZO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

       *> apropriação pro rata da parcela corrente: o juro da
       *> parcela corre, em dias corridos, do início dela (fim da
       *> anterior) ao vencimento; entra no mês a fatia dos dias
       *> entre a véspera do mês e o corte (ou a data da cessão
       *> ou da baixa para prejuízo, quando o contrato foi cedido
       *> ou baixado antes do corte)
       *> ------------------------------------------------------
       3100-APROPRIAR-PARCELA.
           COMPUTE FIM-PARCELA-INTEIRO =
           IF CORTE-INTEIRO < FIM-JANELA THEN
               MOVE CORTE-INTEIRO TO FIM-JANELA
           END-IF.
           IF (CESSAO-INTEIRO > 0) AND (CESSAO-INTEIRO < FIM-JANELA)
               THEN
               MOVE CESSAO-INTEIRO TO FIM-JANELA
           END-IF.
           IF (PREJUIZO-INTEIRO > 0) AND
               (PREJUIZO-INTEIRO < FIM-JANELA) THEN
               MOVE PREJUIZO-INTEIRO TO FIM-JANELA
           END-IF.
           COMPUTE DIAS-NA-COMPETENCIA = FIM-JANELA - INICIO-JANELA.
           IF (DIAS-DA-PARCELA > 0) AND (DIAS-NA-COMPETENCIA > 0)
               THEN
       *> ------------------------------------------------------
       *> posiciona CONTRATOS-ACEITOS no contrato das parcelas que
       *> vão começar; cronograma sem contrato é lote trocado e
       *> derruba a extração. Posiciona também os contratos
       *> cedidos e os baixados para prejuízo, para saber até
       *> quando o contrato apropria
       *> ------------------------------------------------------
       3200-INICIAR-CONTRATO.
           PERFORM UNTIL NAO-HA-MAIS-CONTRATOS OR
           MOVE 0.0 TO JUROS-DO-MES.
           COMPUTE INICIO-PARCELA-INTEIRO =
               FUNCTION INTEGER-OF-DATE (CT-DATA-DESEMBOLSO).
           MOVE 0 TO CESSAO-INTEIRO.
           PERFORM 3930-LER-CEDIDO THRU 3930-LER-CEDIDO-EXIT
               UNTIL NAO-HA-MAIS-CEDIDOS OR
                   (CD-NUMERO-CONTRATO >= AM-NUMERO-CONTRATO).
           IF (NOT NAO-HA-MAIS-CEDIDOS) AND
               (CD-NUMERO-CONTRATO = AM-NUMERO-CONTRATO) THEN
               COMPUTE CESSAO-INTEIRO =
                   FUNCTION INTEGER-OF-DATE (CD-DATA-CESSAO)
               ADD 1 TO TOTAL-CONTRATOS-CEDIDOS
           END-IF.
           MOVE 0 TO PREJUIZO-INTEIRO.
           PERFORM 3940-LER-PREJUIZO THRU 3940-LER-PREJUIZO-EXIT
               UNTIL NAO-HA-MAIS-PREJUIZOS OR
                   (PJ-NUMERO-CONTRATO >= AM-NUMERO-CONTRATO).
           IF (NOT NAO-HA-MAIS-PREJUIZOS) AND
               (PJ-NUMERO-CONTRATO = AM-NUMERO-CONTRATO) THEN
               COMPUTE PREJUIZO-INTEIRO =
                   FUNCTION INTEGER-OF-DATE (PJ-DATA-PREJUIZO)
               ADD 1 TO TOTAL-CONTRATOS-EM-PREJUIZO
           END-IF.
       3200-INICIAR-CONTRATO-EXIT.
           EXIT.

       3920-LER-CONTRATO-EXIT.
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

       *> ------------------------------------------------------
       *> fecha o último contrato, grava o trailer de controle
       *> (registros e somas de débitos e créditos, que têm que
               END-IF
               CLOSE AMORTIZACAO
               CLOSE CONTRATOS
               IF HA-ARQUIVO-DE-CEDIDOS THEN
                   CLOSE CEDIDOS
               END-IF
               IF HA-ARQUIVO-DE-PREJUIZOS THEN
                   CLOSE PREJUIZOS
               END-IF
               CLOSE LANCAMENTOS
               DISPLAY "LANCAMENTOS DA COMPETENCIA "
                   CORTE-COMPETENCIA ": " TOTAL-REGISTROS
                   " REGISTRO(S) DE " TOTAL-CONTRATOS-APROPRIADOS
                   " CONTRATO(S), " TOTAL-CONTRATOS-CEDIDOS
                   " CEDIDO(S) APROPRIADO(S) ATE A CESSAO, "
                   TOTAL-CONTRATOS-EM-PREJUIZO
                   " EM PREJUIZO APROPRIADO(S) ATE A BAIXA"
               IF RETURN-CODE = 0 THEN
                   PERFORM 8500-CARIMBAR-CONTROLE THRU
                       8500-CARIMBAR-CONTROLE-EXIT
