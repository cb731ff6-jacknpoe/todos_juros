       *> Conversão do mestre de contratos para o layout com o
       *> tomador, a data da baixa para prejuízo e a data da cessão
       *> no fim do MESTRE-REG: lê de ponta a ponta o mestre no
       *> layout anterior (que terminava em MC-DATA-ARQUIVAMENTO),
       *> casa com CONTRATOS-ACEITOS (os dois em ordem ascendente de
       *> contrato) para preencher MC-TOMADOR, zera MC-DATA-PREJUIZO
       *> e MC-DATA-CESSAO e grava o mestre no layout novo em
       *> MESTRE-CONTRATOS-NOVO, que a operação põe no lugar do
       *> corrente no fim do job, como no expurgo do ARQUIVA. Roda
       *> uma vez, antes da primeira execução dos programas com o
       *> layout novo. Contrato fora de CONTRATOS-ACEITOS passa com
       *> o tomador em branco (código 4), e o MESTRE o preenche
       *> quando o contrato voltar no lote. O MESTRE-HISTORICO, no
       *> mesmo layout, converte-se com o mesmo programa, apontando
       *> MESTRE-CONTRATOS para o histórico e MESTRE-CONTRATOS-NOVO
       *> para o histórico novo
       *> Versão 0.1: 15/10/2026: primeira versão

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVMEST.
       AUTHOR. Ricardo Erick Rebêlo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> mestre no layout anterior, lido de ponta a ponta
           SELECT MESTRE-ANTIGO ASSIGN TO "MESTRE-CONTRATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MA-NUMERO-CONTRATO
               FILE STATUS IS STATUS-MESTRE-ANTIGO.
           *> carteira aceita pela crítica, de onde sai o tomador
           SELECT CONTRATOS ASSIGN TO "CONTRATOS-ACEITOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-CONTRATOS.
           *> mestre no layout novo, que substitui o corrente no fim
           *> do job
           SELECT MESTRE ASSIGN TO "MESTRE-CONTRATOS-NOVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MC-NUMERO-CONTRATO
               FILE STATUS IS STATUS-MESTRE.

       DATA DIVISION.
       FILE SECTION.
       *> o layout anterior é o MESTRE-REG até MC-DATA-ARQUIVAMENTO,
       *> inclusive; o corpo vai inteiro para o começo do registro
       *> novo
       FD  MESTRE-ANTIGO
           LABEL RECORDS ARE STANDARD.
       01  MESTRE-ANTIGO-REG.
           05  MA-NUMERO-CONTRATO          PICTURE 9(9).
           05  MA-RESTANTE                 PICTURE X(29590).

       FD  CONTRATOS
           LABEL RECORDS ARE STANDARD.
       COPY CONTRATOS.

       FD  MESTRE
           LABEL RECORDS ARE STANDARD.
       COPY MESTRECT.

       LOCAL-STORAGE SECTION.
       *> contagens da conversão
       01  TOTAL-CONTRATOS-LIDOS           PICTURE 9(9) VALUE 0.
       01  TOTAL-CONTRATOS-GRAVADOS        PICTURE 9(9) VALUE 0.
       01  TOTAL-SEM-TOMADOR               PICTURE 9(9) VALUE 0.

       *> controle de arquivos
       01  FIM-MESTRE-ANTIGO               PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-MESTRE-ANTIGO   VALUE 1.
       01  FIM-CONTRATOS                   PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-CONTRATOS       VALUE 1.
       01  STATUS-MESTRE-ANTIGO            PICTURE X(2).
       01  STATUS-CONTRATOS                PICTURE X(2).
       01  STATUS-MESTRE                   PICTURE X(2).
       01  ARQUIVOS-ABERTOS                PICTURE 9(1) VALUE 0.
           88  OS-ARQUIVOS-ESTAO-ABERTOS   VALUE 1.

       *> campos comuns para relatar e abortar num erro de E/S
       01  STATUS-IO-VERIFICADO            PICTURE X(2).
       01  DESCRICAO-ARQUIVO-IO            PICTURE X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 3000-CONVERTER-CONTRATO THRU
               3000-CONVERTER-CONTRATO-EXIT
               UNTIL NAO-HA-MAIS-MESTRE-ANTIGO.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GOBACK.

       *> ------------------------------------------------------
       *> abre o mestre anterior, a carteira e o mestre novo e lê
       *> o primeiro registro de cada entrada
       *> ------------------------------------------------------
       1000-INICIALIZAR.
           OPEN INPUT MESTRE-ANTIGO.
           IF STATUS-MESTRE-ANTIGO NOT = "00" THEN
               DISPLAY "*** ERRO AO ABRIR MESTRE-CONTRATOS: "
                   STATUS-MESTRE-ANTIGO
               MOVE 1 TO FIM-MESTRE-ANTIGO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT CONTRATOS.
           IF STATUS-CONTRATOS NOT = "00" THEN
               MOVE STATUS-CONTRATOS TO STATUS-IO-VERIFICADO
               MOVE "CONTRATOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN OUTPUT MESTRE.
           IF STATUS-MESTRE NOT = "00" THEN
               MOVE STATUS-MESTRE TO STATUS-IO-VERIFICADO
               MOVE "MESTRE-NOVO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           MOVE 1 TO ARQUIVOS-ABERTOS.
           PERFORM 3900-LER-MESTRE-ANTIGO THRU
               3900-LER-MESTRE-ANTIGO-EXIT.
           PERFORM 3920-LER-CONTRATO THRU 3920-LER-CONTRATO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> passa um contrato para o layout novo: o corpo anterior
       *> inteiro, o tomador da carteira e as datas de prejuízo e
       *> de cessão zeradas (nenhum contrato tinha sido baixado nem
       *> cedido antes delas existirem)
       *> ------------------------------------------------------
       3000-CONVERTER-CONTRATO.
           ADD 1 TO TOTAL-CONTRATOS-LIDOS.
           MOVE MESTRE-ANTIGO-REG TO MESTRE-REG.
           MOVE SPACE TO MC-TIPO-PESSOA.
           MOVE 0 TO MC-CPF-CNPJ.
           MOVE 0 TO MC-DATA-PREJUIZO.
           MOVE 0 TO MC-DATA-CESSAO.
           PERFORM 3920-LER-CONTRATO THRU 3920-LER-CONTRATO-EXIT
               UNTIL NAO-HA-MAIS-CONTRATOS OR
                   (CT-NUMERO-CONTRATO >= MC-NUMERO-CONTRATO).
           IF (NOT NAO-HA-MAIS-CONTRATOS) AND
               (CT-NUMERO-CONTRATO = MC-NUMERO-CONTRATO) THEN
               MOVE CT-TOMADOR TO MC-TOMADOR
           ELSE
               DISPLAY "*** CONTRATO " MC-NUMERO-CONTRATO
                   " FORA DE CONTRATOS-ACEITOS: TOMADOR EM BRANCO"
               ADD 1 TO TOTAL-SEM-TOMADOR
           END-IF.
           WRITE MESTRE-REG.
           IF STATUS-MESTRE NOT = "00" THEN
               MOVE STATUS-MESTRE TO STATUS-IO-VERIFICADO
               MOVE "MESTRE-NOVO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1 TO TOTAL-CONTRATOS-GRAVADOS.
           PERFORM 3900-LER-MESTRE-ANTIGO THRU
               3900-LER-MESTRE-ANTIGO-EXIT.
       3000-CONVERTER-CONTRATO-EXIT.
           EXIT.

       3900-LER-MESTRE-ANTIGO.
           READ MESTRE-ANTIGO NEXT RECORD
               AT END
                   MOVE 1 TO FIM-MESTRE-ANTIGO
           END-READ.
           IF (STATUS-MESTRE-ANTIGO NOT = "00")
               AND (STATUS-MESTRE-ANTIGO NOT = "10") THEN
               MOVE STATUS-MESTRE-ANTIGO TO STATUS-IO-VERIFICADO
               MOVE "MESTRE" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3900-LER-MESTRE-ANTIGO-EXIT.
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

       8000-FINALIZAR.
           IF OS-ARQUIVOS-ESTAO-ABERTOS THEN
               CLOSE MESTRE-ANTIGO
               CLOSE CONTRATOS
               CLOSE MESTRE
               DISPLAY "CONVERSAO DO MESTRE: " TOTAL-CONTRATOS-LIDOS
                   " LIDO(S), " TOTAL-CONTRATOS-GRAVADOS
                   " GRAVADO(S), " TOTAL-SEM-TOMADOR
                   " SEM TOMADOR"
               IF (RETURN-CODE = 0) AND (TOTAL-SEM-TOMADOR > 0) THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> aborta a conversão por falha de E/S; espera
       *> DESCRICAO-ARQUIVO-IO e STATUS-IO-VERIFICADO preenchidos
       *> ------------------------------------------------------
       9000-ABORTAR-ERRO-ARQUIVO.
           DISPLAY "*** ERRO DE E/S EM " DESCRICAO-ARQUIVO-IO
               ": FILE STATUS " STATUS-IO-VERIFICADO
           MOVE 16 TO RETURN-CODE
           GOBACK.
       9000-ABORTAR-ERRO-ARQUIVO-EXIT.
           EXIT.
       END PROGRAM CONVMEST.
