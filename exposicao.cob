       *> Exposição consolidada por tomador: varre o mestre indexado
       *> MESTRE-CONTRATOS de ponta a ponta, calcula para cada
       *> contrato vivo o saldo devedor (o nominal das parcelas não
       *> quitadas menos o que já entrou, como a consulta avulsa) e o
       *> atraso da parcela vencida mais antiga, classifica os
       *> contratos por tomador (tipo de pessoa e CPF/CNPJ) e imprime
       *> o relatório de exposição: para cada devedor, o nome e o
       *> segmento do cadastro de tomadores, a lista dos seus
       *> contratos, o saldo devedor total e o pior atraso entre
       *> eles; substitui a soma à mão de consultas avulsas que a
       *> área de crédito fazia para enxergar o risco de um devedor
       *> com vários contratos
       *> Versão 0.1: 15/10/2026: primeira versão
       *> Versão 0.2: 15/10/2026: contrato baixado para prejuízo ou
       *>             cedido a outra instituição não entra mais no
       *>             saldo nem no pior atraso do devedor e é
       *>             contado à parte no rodapé

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPOSICAO.
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
           *> cadastro indexado de tomadores, de onde vêm o nome e o
           *> segmento de cada devedor
           SELECT TOMADORES ASSIGN TO "CADASTRO-TOMADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TOMADOR
               FILE STATUS IS STATUS-TOMADORES.
           *> relatório de exposição para a área de crédito
           SELECT RELATORIO ASSIGN TO "RELATORIO-EXPOSICAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
           *> arquivo de trabalho da classificação por tomador
           SELECT CLASSIFICACAO ASSIGN TO "TRABALHO-CLASSIFICACAO".

       DATA DIVISION.
       FILE SECTION.
       FD  MESTRE
           LABEL RECORDS ARE STANDARD.
       COPY MESTRECT.

       FD  TOMADORES
           LABEL RECORDS ARE STANDARD.
       COPY TOMADOR.

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  RELATORIO-LINHA                 PICTURE X(132).

       SD  CLASSIFICACAO.
       01  CLASSIFICACAO-REG.
           05  CL-TOMADOR.
               10  CL-TIPO-PESSOA          PICTURE X(1).
               10  CL-CPF-CNPJ             PICTURE 9(14).
           05  CL-NUMERO-CONTRATO          PICTURE 9(9).
           05  CL-INDEXADOR                PICTURE 9(1).
           05  CL-PARCELAS-EM-ABERTO       PICTURE 9(9).
           05  CL-PARCELAS-VENCIDAS        PICTURE 9(9).
           05  CL-DIAS-ATRASO              PICTURE 9(5).
           05  CL-SALDO-DEVEDOR            COMP-2.

       LOCAL-STORAGE SECTION.
       *> variáveis do corpo do programa
       01  INDICE                          PICTURE 9(9).
       01  SALDO-PARCELA                   COMP-2.
       01  DIAS-DE-ATRASO                  PICTURE 9(5).

       *> acumuladores do tomador corrente, zerados a cada quebra
       01  TOMADOR-CORRENTE.
           05  TC-TIPO-PESSOA              PICTURE X(1).
           05  TC-CPF-CNPJ                 PICTURE 9(14).
       01  TOMADOR-CONTRATOS               PICTURE 9(9).
       01  TOMADOR-SALDO                   COMP-2.
       01  TOMADOR-PIOR-ATRASO             PICTURE 9(5).

       *> totais gerais do relatório
       01  TOTAL-TOMADORES                 PICTURE 9(9) VALUE 0.
       01  TOTAL-CONTRATOS                 PICTURE 9(9) VALUE 0.
       01  TOTAL-SALDO                     COMP-2 VALUE 0.0.
       01  TOTAL-SEM-CADASTRO              PICTURE 9(9) VALUE 0.
       01  TOTAL-FORA-DA-EXPOSICAO         PICTURE 9(9) VALUE 0.
       01  TOTAL-EM-PREJUIZO               PICTURE 9(9) VALUE 0.
       01  TOTAL-CEDIDOS                   PICTURE 9(9) VALUE 0.

       *> nomes dos segmentos, na ordem dos códigos de TM-SEGMENTO
       78  TOTAL-DE-SEGMENTOS VALUE 4.
       01  TABELA-NOMES-SEGMENTO.
           05  FILLER PICTURE X(12) VALUE "VAREJO".
           05  FILLER PICTURE X(12) VALUE "ALTA RENDA".
           05  FILLER PICTURE X(12) VALUE "PME".
           05  FILLER PICTURE X(12) VALUE "CORPORATE".
       01  NOMES-SEGMENTO REDEFINES TABELA-NOMES-SEGMENTO.
           05  NOME-SEGMENTO PICTURE X(12)
                             OCCURS TOTAL-DE-SEGMENTOS TIMES.
       01  TABELA-NOMES-INDEXADOR.
           05  FILLER PICTURE X(12) VALUE "PRE-FIXADO".
           05  FILLER PICTURE X(12) VALUE "CDI".
           05  FILLER PICTURE X(12) VALUE "SELIC".
       01  NOMES-INDEXADOR REDEFINES TABELA-NOMES-INDEXADOR.
           05  NOME-INDEXADOR PICTURE X(12) OCCURS 3 TIMES.

       *> controle de arquivos
       01  FIM-MESTRE                      PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-MESTRE          VALUE 1.
       01  FIM-CLASSIFICACAO               PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-CLASSIFICACAO   VALUE 1.
       01  PRIMEIRO-TOMADOR                PICTURE 9(1) VALUE 1.
           88  E-O-PRIMEIRO-TOMADOR        VALUE 1.
       01  STATUS-MESTRE                   PICTURE X(2).
       01  STATUS-TOMADORES                PICTURE X(2).
       01  STATUS-RELATORIO                PICTURE X(2).
       01  ARQUIVOS-ABERTOS                PICTURE 9(1) VALUE 0.
           88  OS-ARQUIVOS-ESTAO-ABERTOS   VALUE 1.

       *> campos comuns para relatar e abortar num erro de E/S
       01  STATUS-IO-VERIFICADO            PICTURE X(2).
       01  DESCRICAO-ARQUIVO-IO            PICTURE X(20).

       *> data da apuração, base da contagem de atraso
       01  DATA-REFERENCIA                 PICTURE 9(8).
       01  DATA-REFERENCIA-INTEIRO         PICTURE 9(8).

       *> layout do relatório de exposição
       01  LINHAS-NA-PAGINA                PICTURE 9(3) VALUE 99.
       01  MAX-LINHAS-PAGINA               PICTURE 9(3) VALUE 55.
       01  NUMERO-PAGINA                   PICTURE 9(3) VALUE 0.
       *> guarda da linha montada enquanto o cabeçalho de página
       *> nova é impresso
       01  LINHA-RESERVA                   PICTURE X(132).

       01  LINHA-CABECALHO-1.
           05  FILLER                  PICTURE X(33)
                       VALUE "EXPOSICAO CONSOLIDADA POR TOMADOR".
           05  FILLER                  PICTURE X(4) VALUE " EM ".
           05  CAB-DATA-EXECUCAO       PICTURE 9(8).
           05  FILLER                  PICTURE X(9) VALUE SPACE.
           05  FILLER                  PICTURE X(7) VALUE "PAGINA ".
           05  CAB-NUMERO-PAGINA       PICTURE ZZ9.

       01  LINHA-CABECALHO-2.
           05  FILLER PICTURE X(6) VALUE SPACE.
           05  FILLER PICTURE X(12) VALUE "CONTRATO".
           05  FILLER PICTURE X(14) VALUE "INDEXADOR".
           05  FILLER PICTURE X(12) VALUE "EM ABERTO".
           05  FILLER PICTURE X(11) VALUE "VENCIDAS".
           05  FILLER PICTURE X(19) VALUE "SALDO DEVEDOR".
           05  FILLER PICTURE X(8) VALUE "ATRASO".

       01  LINHA-TOMADOR.
           05  FILLER                  PICTURE X(9) VALUE "TOMADOR: ".
           05  TOM-TIPO-PESSOA         PICTURE X(1).
           05  FILLER                  PICTURE X(1) VALUE SPACE.
           05  TOM-CPF-CNPJ            PICTURE 9(14).
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  TOM-NOME                PICTURE X(60).
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  TOM-SEGMENTO            PICTURE X(12).

       01  LINHA-CONTRATO.
           05  FILLER                  PICTURE X(6) VALUE SPACE.
           05  DET-NUMERO-CONTRATO     PICTURE Z(8)9.
           05  FILLER                  PICTURE X(3) VALUE SPACE.
           05  DET-INDEXADOR           PICTURE X(12).
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-EM-ABERTO           PICTURE Z(8)9.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-VENCIDAS            PICTURE Z(8)9.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-SALDO               PICTURE Z(9)9.9999.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  DET-ATRASO              PICTURE Z(4)9.

       01  LINHA-SUBTOTAL.
           05  FILLER                  PICTURE X(6) VALUE SPACE.
           05  FILLER                  PICTURE X(11)
                                       VALUE "CONTRATOS: ".
           05  SUB-CONTRATOS           PICTURE Z(8)9.
           05  FILLER                  PICTURE X(16)
                                       VALUE "  SALDO TOTAL: ".
           05  SUB-SALDO               PICTURE Z(9)9.9999.
           05  FILLER                  PICTURE X(16)
                                       VALUE "  PIOR ATRASO: ".
           05  SUB-PIOR-ATRASO         PICTURE Z(4)9.
           05  FILLER                  PICTURE X(5) VALUE " DIAS".

       01  LINHA-TOTAL.
           05  FILLER PICTURE X(10) VALUE "TOMADORES:".
           05  TOT-TOMADORES PICTURE Z(8)9.
           05  FILLER PICTURE X(13) VALUE "  CONTRATOS: ".
           05  TOT-CONTRATOS PICTURE Z(8)9.
           05  FILLER PICTURE X(9) VALUE "  SALDO: ".
           05  TOT-SALDO PICTURE Z(11)9.9999.
           05  FILLER PICTURE X(16) VALUE "  SEM CADASTRO: ".
           05  TOT-SEM-CADASTRO PICTURE Z(8)9.
       01  LINHA-FORA.
           05  FILLER PICTURE X(44) VALUE
               "CONTRATOS REJEITADOS OU SEM CONVERGENCIA:   ".
           05  FORA-CONTRATOS PICTURE Z(8)9.
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
           IF OS-ARQUIVOS-ESTAO-ABERTOS THEN
               SORT CLASSIFICACAO
                   ON ASCENDING KEY CL-TIPO-PESSOA
                                    CL-CPF-CNPJ
                                    CL-NUMERO-CONTRATO
                   INPUT PROCEDURE IS 2000-SELECIONAR-CONTRATOS
                       THRU 2000-SELECIONAR-CONTRATOS-EXIT
                   OUTPUT PROCEDURE IS 5000-CONSOLIDAR-TOMADORES
                       THRU 5000-CONSOLIDAR-TOMADORES-EXIT
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GOBACK.

       *> ------------------------------------------------------
       *> abre o mestre, o cadastro de tomadores e o relatório
       *> ------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT DATA-REFERENCIA FROM DATE YYYYMMDD.
           COMPUTE DATA-REFERENCIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE (DATA-REFERENCIA).
           OPEN INPUT MESTRE.
           IF STATUS-MESTRE NOT = "00" THEN
               DISPLAY "*** ERRO AO ABRIR MESTRE-CONTRATOS: "
                   STATUS-MESTRE
               MOVE 1 TO FIM-MESTRE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT TOMADORES.
           IF STATUS-TOMADORES NOT = "00" THEN
               MOVE STATUS-TOMADORES TO STATUS-IO-VERIFICADO
               MOVE "TOMADORES" TO DESCRICAO-ARQUIVO-IO
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
       1000-INICIALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> procedimento de entrada da classificação: lê o mestre
       *> inteiro e solta para a classificação, com a chave do
       *> tomador na frente, cada contrato vivo já com o saldo
       *> devedor e o atraso calculados; contrato baixado para
       *> prejuízo ou cedido já saiu da carteira e contrato
       *> rejeitado ou sem convergência não tem cronograma
       *> confiável: ficam só nas contagens do rodapé, como na
       *> posição da carteira
       *> ------------------------------------------------------
       2000-SELECIONAR-CONTRATOS.
           PERFORM 2900-LER-MESTRE THRU 2900-LER-MESTRE-EXIT.
           PERFORM 2100-SELECIONAR-UM-CONTRATO THRU
               2100-SELECIONAR-UM-CONTRATO-EXIT
               UNTIL NAO-HA-MAIS-MESTRE.
           GO TO 2000-SELECIONAR-CONTRATOS-EXIT.

       2100-SELECIONAR-UM-CONTRATO.
           IF MC-DATA-PREJUIZO > 0 THEN
               ADD 1 TO TOTAL-EM-PREJUIZO
               GO TO 2100-SELECIONAR-UM-CONTRATO-LER
           END-IF.
           IF MC-DATA-CESSAO > 0 THEN
               ADD 1 TO TOTAL-CEDIDOS
               GO TO 2100-SELECIONAR-UM-CONTRATO-LER
           END-IF.
           IF (MC-STATUS NOT = 0) OR (MC-CONVERGIU = 0) THEN
               ADD 1 TO TOTAL-FORA-DA-EXPOSICAO
               GO TO 2100-SELECIONAR-UM-CONTRATO-LER
           END-IF.
           MOVE MC-TOMADOR TO CL-TOMADOR.
           MOVE MC-NUMERO-CONTRATO TO CL-NUMERO-CONTRATO.
           MOVE MC-INDEXADOR TO CL-INDEXADOR.
           MOVE 0 TO CL-PARCELAS-EM-ABERTO.
           MOVE 0 TO CL-PARCELAS-VENCIDAS.
           MOVE 0 TO CL-DIAS-ATRASO.
           MOVE 0.0 TO CL-SALDO-DEVEDOR.
           IF (MC-QUANTIDADE >= 1) AND (MC-QUANTIDADE <= 360) THEN
               PERFORM 2200-SOMAR-UMA-PARCELA THRU
                   2200-SOMAR-UMA-PARCELA-EXIT
                   VARYING INDICE FROM 1 BY 1
                   UNTIL INDICE > MC-QUANTIDADE
           END-IF.
           RELEASE CLASSIFICACAO-REG.

       2100-SELECIONAR-UM-CONTRATO-LER.
           PERFORM 2900-LER-MESTRE THRU 2900-LER-MESTRE-EXIT.
       2100-SELECIONAR-UM-CONTRATO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> parcela não quitada deve o nominal esperado menos o que
       *> já entrou (parcela sem baixa conta como devida inteira,
       *> como na consulta avulsa); se já venceu, o atraso dela em
       *> dias corridos até a apuração concorre ao pior atraso do
       *> contrato, que é o da parcela vencida mais antiga
       *> ------------------------------------------------------
       2200-SOMAR-UMA-PARCELA.
           IF MC-PARCELA-QUITADA (INDICE) THEN
               GO TO 2200-SOMAR-UMA-PARCELA-EXIT
           END-IF.
           COMPUTE SALDO-PARCELA =
               MC-VALOR-DESCONTADO (INDICE)
               + MC-JUROS-ACUMULADO (INDICE).
           COMPUTE SALDO-PARCELA =
               SALDO-PARCELA - MC-VALOR-PAGO (INDICE).
           IF SALDO-PARCELA <= 0.0 THEN
               GO TO 2200-SOMAR-UMA-PARCELA-EXIT
           END-IF.
           ADD 1 TO CL-PARCELAS-EM-ABERTO.
           COMPUTE CL-SALDO-DEVEDOR = CL-SALDO-DEVEDOR + SALDO-PARCELA.
           IF MC-DATA-VENCIMENTO (INDICE) < DATA-REFERENCIA THEN
               ADD 1 TO CL-PARCELAS-VENCIDAS
               COMPUTE DIAS-DE-ATRASO = DATA-REFERENCIA-INTEIRO
                   - FUNCTION INTEGER-OF-DATE
                       (MC-DATA-VENCIMENTO (INDICE))
               IF DIAS-DE-ATRASO > CL-DIAS-ATRASO THEN
                   MOVE DIAS-DE-ATRASO TO CL-DIAS-ATRASO
               END-IF
           END-IF.
       2200-SOMAR-UMA-PARCELA-EXIT.
           EXIT.

       2900-LER-MESTRE.
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
       2900-LER-MESTRE-EXIT.
           EXIT.

       2000-SELECIONAR-CONTRATOS-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> procedimento de saída da classificação: os contratos
       *> chegam agrupados por tomador; a cada troca de tomador
       *> fecha o subtotal do anterior e abre o bloco do novo com
       *> o nome e o segmento do cadastro
       *> ------------------------------------------------------
       5000-CONSOLIDAR-TOMADORES.
           PERFORM 5100-CONSOLIDAR-UM-CONTRATO THRU
               5100-CONSOLIDAR-UM-CONTRATO-EXIT
               UNTIL NAO-HA-MAIS-CLASSIFICACAO.
           IF NOT E-O-PRIMEIRO-TOMADOR THEN
               PERFORM 5300-FECHAR-TOMADOR THRU
                   5300-FECHAR-TOMADOR-EXIT
           END-IF.
           GO TO 5000-CONSOLIDAR-TOMADORES-EXIT.

       5100-CONSOLIDAR-UM-CONTRATO.
           RETURN CLASSIFICACAO
               AT END
                   MOVE 1 TO FIM-CLASSIFICACAO
                   GO TO 5100-CONSOLIDAR-UM-CONTRATO-EXIT
           END-RETURN.
           IF E-O-PRIMEIRO-TOMADOR THEN
               PERFORM 5200-ABRIR-TOMADOR THRU
                   5200-ABRIR-TOMADOR-EXIT
           ELSE
               IF CL-TOMADOR NOT = TOMADOR-CORRENTE THEN
                   PERFORM 5300-FECHAR-TOMADOR THRU
                       5300-FECHAR-TOMADOR-EXIT
                   PERFORM 5200-ABRIR-TOMADOR THRU
                       5200-ABRIR-TOMADOR-EXIT
               END-IF
           END-IF.
           ADD 1 TO TOMADOR-CONTRATOS.
           COMPUTE TOMADOR-SALDO = TOMADOR-SALDO + CL-SALDO-DEVEDOR.
           IF CL-DIAS-ATRASO > TOMADOR-PIOR-ATRASO THEN
               MOVE CL-DIAS-ATRASO TO TOMADOR-PIOR-ATRASO
           END-IF.
           MOVE CL-NUMERO-CONTRATO TO DET-NUMERO-CONTRATO.
           IF CL-INDEXADOR < 3 THEN
               MOVE NOME-INDEXADOR (CL-INDEXADOR + 1) TO DET-INDEXADOR
           ELSE
               MOVE "DESCONHECIDO" TO DET-INDEXADOR
           END-IF.
           MOVE CL-PARCELAS-EM-ABERTO TO DET-EM-ABERTO.
           MOVE CL-PARCELAS-VENCIDAS TO DET-VENCIDAS.
           MOVE CL-SALDO-DEVEDOR TO DET-SALDO.
           MOVE CL-DIAS-ATRASO TO DET-ATRASO.
           MOVE LINHA-CONTRATO TO RELATORIO-LINHA.
           PERFORM 4100-IMPRIME-LINHA THRU 4100-IMPRIME-LINHA-EXIT.
       5100-CONSOLIDAR-UM-CONTRATO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> abre o bloco de um tomador: zera os acumuladores e
       *> imprime a linha do devedor com os dados do cadastro;
       *> tomador que sumiu do cadastro (contrato antigo, anterior
       *> à crítica do tomador) sai identificado só pela chave
       *> ------------------------------------------------------
       5200-ABRIR-TOMADOR.
           MOVE 0 TO PRIMEIRO-TOMADOR.
           MOVE CL-TOMADOR TO TOMADOR-CORRENTE.
           MOVE 0 TO TOMADOR-CONTRATOS.
           MOVE 0.0 TO TOMADOR-SALDO.
           MOVE 0 TO TOMADOR-PIOR-ATRASO.
           ADD 1 TO TOTAL-TOMADORES.
           MOVE CL-TIPO-PESSOA TO TOM-TIPO-PESSOA.
           MOVE CL-CPF-CNPJ TO TOM-CPF-CNPJ.
           MOVE CL-TOMADOR TO TM-TOMADOR.
           READ TOMADORES.
           IF STATUS-TOMADORES = "00" THEN
               MOVE TM-NOME TO TOM-NOME
               IF (TM-SEGMENTO >= 1) AND
                   (TM-SEGMENTO <= TOTAL-DE-SEGMENTOS) THEN
                   MOVE NOME-SEGMENTO (TM-SEGMENTO) TO TOM-SEGMENTO
               ELSE
                   MOVE SPACES TO TOM-SEGMENTO
               END-IF
           ELSE
               IF STATUS-TOMADORES NOT = "23" THEN
                   MOVE STATUS-TOMADORES TO STATUS-IO-VERIFICADO
                   MOVE "TOMADORES" TO DESCRICAO-ARQUIVO-IO
                   PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                       9000-ABORTAR-ERRO-ARQUIVO-EXIT
               END-IF
               MOVE "*** TOMADOR NAO CADASTRADO ***" TO TOM-NOME
               MOVE SPACES TO TOM-SEGMENTO
               ADD 1 TO TOTAL-SEM-CADASTRO
           END-IF.
           IF LINHAS-NA-PAGINA + 3 > MAX-LINHAS-PAGINA THEN
               PERFORM 4000-IMPRIME-CABECALHO THRU
                   4000-IMPRIME-CABECALHO-EXIT
           END-IF.
           MOVE LINHA-TOMADOR TO RELATORIO-LINHA.
           PERFORM 4100-IMPRIME-LINHA THRU 4100-IMPRIME-LINHA-EXIT.
       5200-ABRIR-TOMADOR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> fecha o bloco do tomador corrente com o saldo devedor
       *> total e o pior atraso entre os seus contratos
       *> ------------------------------------------------------
       5300-FECHAR-TOMADOR.
           MOVE TOMADOR-CONTRATOS TO SUB-CONTRATOS.
           MOVE TOMADOR-SALDO TO SUB-SALDO.
           MOVE TOMADOR-PIOR-ATRASO TO SUB-PIOR-ATRASO.
           MOVE LINHA-SUBTOTAL TO RELATORIO-LINHA.
           PERFORM 4100-IMPRIME-LINHA THRU 4100-IMPRIME-LINHA-EXIT.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM 4100-IMPRIME-LINHA THRU 4100-IMPRIME-LINHA-EXIT.
           ADD TOMADOR-CONTRATOS TO TOTAL-CONTRATOS.
           COMPUTE TOTAL-SALDO = TOTAL-SALDO + TOMADOR-SALDO.
       5300-FECHAR-TOMADOR-EXIT.
           EXIT.

       5000-CONSOLIDAR-TOMADORES-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> cabeçalho do relatório, repetido a cada quebra de página
       *> ------------------------------------------------------
       4000-IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE DATA-REFERENCIA TO CAB-DATA-EXECUCAO.
           MOVE NUMERO-PAGINA TO CAB-NUMERO-PAGINA.
           WRITE RELATORIO-LINHA FROM LINHA-CABECALHO-1.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           WRITE RELATORIO-LINHA FROM LINHA-CABECALHO-2.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           MOVE 0 TO LINHAS-NA-PAGINA.
       4000-IMPRIME-CABECALHO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> grava a linha já montada em RELATORIO-LINHA, abrindo
       *> página nova quando a corrente encheu
       *> ------------------------------------------------------
       4100-IMPRIME-LINHA.
           IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA THEN
               MOVE RELATORIO-LINHA TO LINHA-RESERVA
               PERFORM 4000-IMPRIME-CABECALHO THRU
                   4000-IMPRIME-CABECALHO-EXIT
               MOVE LINHA-RESERVA TO RELATORIO-LINHA
           END-IF.
           WRITE RELATORIO-LINHA.
           PERFORM 9010-VERIFICA-RELATORIO THRU
               9010-VERIFICA-RELATORIO-EXIT.
           ADD 1 TO LINHAS-NA-PAGINA.
       4100-IMPRIME-LINHA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> imprime os totais gerais e fecha tudo
       *> ------------------------------------------------------
       8000-FINALIZAR.
           IF OS-ARQUIVOS-ESTAO-ABERTOS THEN
               IF NUMERO-PAGINA = 0 THEN
                   PERFORM 4000-IMPRIME-CABECALHO THRU
                       4000-IMPRIME-CABECALHO-EXIT
               END-IF
               MOVE TOTAL-TOMADORES TO TOT-TOMADORES
               MOVE TOTAL-CONTRATOS TO TOT-CONTRATOS
               MOVE TOTAL-SALDO TO TOT-SALDO
               MOVE TOTAL-SEM-CADASTRO TO TOT-SEM-CADASTRO
               MOVE LINHA-TOTAL TO RELATORIO-LINHA
               PERFORM 4100-IMPRIME-LINHA THRU
                   4100-IMPRIME-LINHA-EXIT
               MOVE TOTAL-FORA-DA-EXPOSICAO TO FORA-CONTRATOS
               MOVE LINHA-FORA TO RELATORIO-LINHA
               PERFORM 4100-IMPRIME-LINHA THRU
                   4100-IMPRIME-LINHA-EXIT
               MOVE TOTAL-EM-PREJUIZO TO PRJ-CONTRATOS
               MOVE LINHA-PREJUIZO TO RELATORIO-LINHA
               PERFORM 4100-IMPRIME-LINHA THRU
                   4100-IMPRIME-LINHA-EXIT
               MOVE TOTAL-CEDIDOS TO CED-CONTRATOS
               MOVE LINHA-CEDIDOS TO RELATORIO-LINHA
               PERFORM 4100-IMPRIME-LINHA THRU
                   4100-IMPRIME-LINHA-EXIT
               CLOSE MESTRE
               CLOSE TOMADORES
               CLOSE RELATORIO
               DISPLAY "EXPOSICAO CONSOLIDADA: "
                   TOTAL-TOMADORES " TOMADOR(ES), "
                   TOTAL-CONTRATOS " CONTRATO(S)"
               IF (RETURN-CODE = 0) AND (TOTAL-SEM-CADASTRO > 0) THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> aborta a apuração por falha de E/S; espera
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
       END PROGRAM EXPOSICAO.
