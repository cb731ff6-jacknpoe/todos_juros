       *> arquivo de retorno do banco em RECEBIMENTOS para a baixa,
       *> fechando o circuito sem digitação manual
       *> Versão 0.1: 03/09/2026: primeira versão
       *> Versão 0.2: 15/10/2026: contrato baixado para prejuízo
       *>             (arquivo PREJUIZOS do PROVISAO) sai da
       *>             remessa: o banco não cobra mais as parcelas
       *>             dele
       *> Versão 0.3: 15/10/2026: contrato cedido a outra instituição
       *>             (arquivo CONTRATOS-CEDIDOS do CESSAO) também
       *>             sai da remessa: quem cobra é o cessionário

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESSA.
           SELECT BAIXAS ASSIGN TO "BAIXAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-BAIXAS.
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
           *> arquivo de remessa para o banco cobrador, layout fixo
           *> zonado como o LANCAMENTOS do razão
           SELECT REMESSA ASSIGN TO "REMESSA-COBRANCA"
           LABEL RECORDS ARE STANDARD.
       COPY BAIXAS.

       FD  PREJUIZOS
           LABEL RECORDS ARE STANDARD.
       COPY PREJUIZO.

       FD  CEDIDOS
           LABEL RECORDS ARE STANDARD.
       COPY CEDIDO.

       FD  REMESSA
           LABEL RECORDS ARE STANDARD.
       01  REMESSA-REG.
       01  TOTAL-REGISTROS                 PICTURE 9(9) VALUE 0.
       01  TOTAL-NOMINAL                   PICTURE 9(11)V99 VALUE 0.
       01  TOTAL-PARCELAS-QUITADAS        PICTURE 9(9) VALUE 0.
       01  TOTAL-CONTRATOS-EM-PREJUIZO     PICTURE 9(9) VALUE 0.
       01  TOTAL-CONTRATOS-CEDIDOS         PICTURE 9(9) VALUE 0.

       *> controle de arquivos
       01  FIM-AMORTIZACAO                 PICTURE 9(1) VALUE 0.
       01  STATUS-AMORTIZACAO              PICTURE X(2).
       01  STATUS-BAIXAS                   PICTURE X(2).
       01  STATUS-REMESSA                  PICTURE X(2).
       01  FIM-PREJUIZOS                   PICTURE 9(1) VALUE 1.
           88  NAO-HA-MAIS-PREJUIZOS       VALUE 1.
       01  STATUS-PREJUIZOS                PICTURE X(2).
       01  FIM-CEDIDOS                     PICTURE 9(1) VALUE 1.
           88  NAO-HA-MAIS-CEDIDOS         VALUE 1.
       01  STATUS-CEDIDOS                  PICTURE X(2).
       01  ARQUIVOS-ABERTOS                PICTURE 9(1) VALUE 0.
           88  OS-ARQUIVOS-ESTAO-ABERTOS   VALUE 1.

       01  BAIXAS-DISPONIVEIS              PICTURE 9(1) VALUE 0.
           88  HA-ARQUIVO-DE-BAIXAS        VALUE 1.

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
           OPEN OUTPUT REMESSA.
           IF STATUS-REMESSA NOT = "00" THEN
               MOVE STATUS-REMESSA TO STATUS-IO-VERIFICADO
           IF HA-ARQUIVO-DE-BAIXAS THEN
               PERFORM 3910-LER-BAIXA THRU 3910-LER-BAIXA-EXIT
           END-IF.
           IF HA-ARQUIVO-DE-PREJUIZOS THEN
               PERFORM 3920-LER-PREJUIZO THRU
                   3920-LER-PREJUIZO-EXIT
           END-IF.
           IF HA-ARQUIVO-DE-CEDIDOS THEN
               PERFORM 3930-LER-CEDIDO THRU 3930-LER-CEDIDO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> remete as parcelas em aberto de um contrato e lê o
       *> próximo; contrato baixado para prejuízo ou cedido só
       *> consome as suas baixas
       *> ------------------------------------------------------
       3000-REMETER-CONTRATOS.
           MOVE 0 TO SITUACAO-PREJUIZO.
           PERFORM 3920-LER-PREJUIZO THRU 3920-LER-PREJUIZO-EXIT
               UNTIL NAO-HA-MAIS-PREJUIZOS OR
                   (PJ-NUMERO-CONTRATO >= AM-NUMERO-CONTRATO).
           IF (NOT NAO-HA-MAIS-PREJUIZOS) AND
               (PJ-NUMERO-CONTRATO = AM-NUMERO-CONTRATO) THEN
               MOVE 1 TO SITUACAO-PREJUIZO
               ADD 1 TO TOTAL-CONTRATOS-EM-PREJUIZO
           END-IF.
           MOVE 0 TO SITUACAO-CEDIDO.
           PERFORM 3930-LER-CEDIDO THRU 3930-LER-CEDIDO-EXIT
               UNTIL NAO-HA-MAIS-CEDIDOS OR
                   (CD-NUMERO-CONTRATO >= AM-NUMERO-CONTRATO).
           IF (NOT NAO-HA-MAIS-CEDIDOS) AND
               (CD-NUMERO-CONTRATO = AM-NUMERO-CONTRATO) THEN
               MOVE 1 TO SITUACAO-CEDIDO
               ADD 1 TO TOTAL-CONTRATOS-CEDIDOS
           END-IF.
           PERFORM 3100-REMETER-UMA-PARCELA THRU
               3100-REMETER-UMA-PARCELA-EXIT
               VARYING INDICE FROM 1 BY 1
               END-IF
               PERFORM 3910-LER-BAIXA THRU 3910-LER-BAIXA-EXIT
           END-IF.
           IF CONTRATO-EM-PREJUIZO OR CONTRATO-CEDIDO THEN
               GO TO 3100-REMETER-UMA-PARCELA-EXIT
           END-IF.
           COMPUTE VALOR-NOMINAL = AM-VALOR-DESCONTADO (INDICE)
               + AM-JUROS-ACUMULADO (INDICE).
           MOVE 1 TO RM-TIPO.
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
       *> grava o trailer de totais (o banco confere a carga por
       *> ele) e fecha tudo
               IF HA-ARQUIVO-DE-BAIXAS THEN
                   CLOSE BAIXAS
               END-IF
               IF HA-ARQUIVO-DE-PREJUIZOS THEN
                   CLOSE PREJUIZOS
               END-IF
               IF HA-ARQUIVO-DE-CEDIDOS THEN
                   CLOSE CEDIDOS
               END-IF
               CLOSE REMESSA
               DISPLAY "REMESSA DE COBRANCA GERADA: "
                   TOTAL-REGISTROS " PARCELA(S) EM ABERTO, "
                   TOTAL-PARCELAS-QUITADAS " QUITADA(S) FORA, "
                   TOTAL-CONTRATOS-EM-PREJUIZO
                   " CONTRATO(S) EM PREJUIZO FORA, "
                   TOTAL-CONTRATOS-CEDIDOS " CEDIDO(S) FORA"
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.
