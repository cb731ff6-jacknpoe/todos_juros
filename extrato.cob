       *> Extrato mensal do tomador: roda no fechamento do mês,
       *> depois do COBRANCA e do MESTRE da data de corte; varre o
       *> mestre indexado MESTRE-CONTRATOS de ponta a ponta e emite,
       *> para cada contrato ativo com saldo, o extrato do período
       *> (do dia 1º do mês até a data de corte): nome e endereço do
       *> tomador tirados do cadastro de tomadores, cada parcela com
       *> vencimento, valor, situação, valor pago, data do último
       *> pagamento e a mora e a multa ainda devidas segundo os
       *> ENCARGOS da última cobrança (casados em ordem ascendente
       *> de contrato e parcela), o saldo devedor, os encargos em
       *> aberto, a próxima parcela a vencer e, no contrato
       *> renegociado, a data da renegociação. Todos os extratos
       *> saem num único arquivo de impressão (EXTRATOS-MENSAIS),
       *> cada um com o seu número de peça, e o arquivo fecha com a
       *> linha de controle da quantidade de peças para a gráfica
       *> conferir o que recebeu; substitui a consulta avulsa
       *> impressa contrato a contrato a pedido do tomador
       *> Versão 0.1: 15/10/2026: primeira versão
       *> Versão 0.2: 15/10/2026: contrato cedido a outra instituição
       *>             (MC-DATA-CESSAO carimbada pelo CESSAO) não
       *>             recebe extrato: o tomador passou a pagar ao
       *>             cessionário

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO.
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
           *> encargos de atraso gravados pelo COBRANCA da data de
           *> corte, em ordem ascendente de contrato e parcela
           SELECT ENCARGOS ASSIGN TO "ENCARGOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-ENCARGOS.
           *> cadastro indexado de tomadores, para o nome e o
           *> endereço de entrega do extrato
           SELECT TOMADORES ASSIGN TO "CADASTRO-TOMADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TOMADOR
               FILE STATUS IS STATUS-TOMADORES.
           *> arquivo de impressão dos extratos para a gráfica
           SELECT EXTRATOS ASSIGN TO "EXTRATOS-MENSAIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-EXTRATOS.

       DATA DIVISION.
       FILE SECTION.
       FD  MESTRE
           LABEL RECORDS ARE STANDARD.
       COPY MESTRECT.

       FD  ENCARGOS
           LABEL RECORDS ARE STANDARD.
       COPY ENCARGOS.

       FD  TOMADORES
           LABEL RECORDS ARE STANDARD.
       COPY TOMADOR.

       FD  EXTRATOS
           LABEL RECORDS ARE STANDARD.
       01  EXTRATOS-LINHA                  PICTURE X(132).

       LOCAL-STORAGE SECTION.
       *> variáveis do corpo do programa
       01  INDICE                          PICTURE 9(9).
       01  VENCIMENTO-INTEIRO              PICTURE 9(8).

       *> apuração do contrato corrente: saldo das parcelas não
       *> quitadas, encargos em aberto casados dos ENCARGOS, a
       *> primeira parcela não quitada que vence na data de corte
       *> ou depois e quantas já venceram sem quitação
       01  SALDO-PARCELA                   COMP-2.
       01  SALDO-CONTRATO                  COMP-2.
       01  MORA-PARCELA                    COMP-2.
       01  MULTA-PARCELA                   COMP-2.
       01  MORA-CONTRATO                   COMP-2.
       01  MULTA-CONTRATO                  COMP-2.
       01  TOTAL-DEVIDO-CONTRATO           COMP-2.
       01  PROXIMA-PARCELA                 PICTURE 9(9).
       01  PARCELAS-VENCIDAS               PICTURE 9(9).

       *> contagens da emissão
       01  TOTAL-EXTRATOS                  PICTURE 9(9) VALUE 0.
       01  TOTAL-SEM-SALDO                 PICTURE 9(9) VALUE 0.
       01  TOTAL-SEM-LIMPEZA               PICTURE 9(9) VALUE 0.
       01  TOTAL-EM-PREJUIZO               PICTURE 9(9) VALUE 0.
       01  TOTAL-CEDIDOS                   PICTURE 9(9) VALUE 0.
       01  TOTAL-SEM-CADASTRO              PICTURE 9(9) VALUE 0.

       *> controle de arquivos
       01  FIM-MESTRE                      PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-MESTRE          VALUE 1.
       01  FIM-ENCARGOS                    PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-ENCARGOS        VALUE 1.
       01  STATUS-MESTRE                   PICTURE X(2).
       01  STATUS-ENCARGOS                 PICTURE X(2).
       01  STATUS-TOMADORES                PICTURE X(2).
       01  STATUS-EXTRATOS                 PICTURE X(2).
       01  ARQUIVOS-ABERTOS                PICTURE 9(1) VALUE 0.
           88  OS-ARQUIVOS-ESTAO-ABERTOS   VALUE 1.

       *> campos comuns para relatar e abortar num erro de E/S
       01  STATUS-IO-VERIFICADO            PICTURE X(2).
       01  DESCRICAO-ARQUIVO-IO            PICTURE X(20).

       *> data de corte informada pela operação (AAAAMMDD) e o
       *> primeiro dia do mês dela, início do período do extrato
       01  DATA-CORTE                      PICTURE 9(8).
       01  DATA-CORTE-ANO-MES REDEFINES DATA-CORTE.
           05  CORTE-ANO-MES               PICTURE 9(6).
           05  CORTE-DIA                   PICTURE 9(2).
       01  CORTE-INTEIRO                   PICTURE 9(8).
       01  INICIO-PERIODO                  PICTURE 9(8).
       01  INICIO-PERIODO-ANO-MES REDEFINES INICIO-PERIODO.
           05  INICIO-ANO-MES              PICTURE 9(6).
           05  INICIO-DIA                  PICTURE 9(2).

       *> nomes das situações de pagamento, na ordem dos códigos de
       *> MC-SITUACAO-PAGAMENTO; parcela sem baixa sai ao tomador
       *> como em aberto
       01  TABELA-NOMES-SITUACAO.
           05  FILLER PICTURE X(10) VALUE "QUITADA".
           05  FILLER PICTURE X(10) VALUE "PARCIAL".
           05  FILLER PICTURE X(10) VALUE "EM ABERTO".
       01  NOMES-SITUACAO REDEFINES TABELA-NOMES-SITUACAO.
           05  NOME-SITUACAO PICTURE X(10) OCCURS 3 TIMES.

       *> layout do extrato
       01  LINHA-SEPARADOR                 PICTURE X(94) VALUE ALL "=".
       01  LINHA-CABECALHO.
           05  FILLER                  PICTURE X(27)
                               VALUE "EXTRATO MENSAL DE CONTRATO".
           05  FILLER                  PICTURE X(9) VALUE "PERIODO: ".
           05  CAB-INICIO-PERIODO      PICTURE 9(8).
           05  FILLER                  PICTURE X(3) VALUE " A ".
           05  CAB-DATA-CORTE          PICTURE 9(8).
           05  FILLER                  PICTURE X(16)
                                        VALUE "       PECA No. ".
           05  CAB-NUMERO-PECA         PICTURE Z(8)9.
       01  LINHA-NOME.
           05  EXT-NOME                PICTURE X(60).
       01  LINHA-LOGRADOURO.
           05  EXT-LOGRADOURO          PICTURE X(60).
       01  LINHA-MUNICIPIO.
           05  EXT-CEP                 PICTURE 9(8).
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  EXT-MUNICIPIO           PICTURE X(30).
           05  FILLER                  PICTURE X(1) VALUE SPACE.
           05  EXT-UF                  PICTURE X(2).
       01  LINHA-CONTRATO.
           05  FILLER                  PICTURE X(10) VALUE "CONTRATO: ".
           05  EXT-NUMERO-CONTRATO     PICTURE Z(8)9.
           05  FILLER                  PICTURE X(11)
                                        VALUE "  TOMADOR: ".
           05  EXT-TIPO-PESSOA         PICTURE X(1).
           05  FILLER                  PICTURE X(1) VALUE SPACE.
           05  EXT-CPF-CNPJ            PICTURE 9(14).
       01  LINHA-RENEGOCIACAO.
           05  FILLER                  PICTURE X(36) VALUE
               "CONTRATO RENEGOCIADO EM:            ".
           05  EXT-DATA-RENEGOCIACAO   PICTURE 9(8).
       01  LINHA-TITULO-PARCELAS.
           05  FILLER PICTURE X(6) VALUE "PARC.".
           05  FILLER PICTURE X(11) VALUE "VENCIMENTO".
           05  FILLER PICTURE X(16) VALUE "VALOR".
           05  FILLER PICTURE X(12) VALUE "SITUACAO".
           05  FILLER PICTURE X(16) VALUE "VALOR PAGO".
           05  FILLER PICTURE X(11) VALUE "PAGO EM".
           05  FILLER PICTURE X(12) VALUE "MORA".
           05  FILLER PICTURE X(10) VALUE "MULTA".
       01  LINHA-PARCELA.
           05  EXT-PARCELA             PICTURE ZZ9.
           05  FILLER                  PICTURE X(3) VALUE SPACE.
           05  EXT-DATA-VENCIMENTO     PICTURE 9(8).
           05  FILLER                  PICTURE X(3) VALUE SPACE.
           05  EXT-VALOR-PARCELA       PICTURE Z(9)9.99.
           05  FILLER                  PICTURE X(3) VALUE SPACE.
           05  EXT-SITUACAO            PICTURE X(10).
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  EXT-VALOR-PAGO          PICTURE Z(9)9.99.
           05  FILLER                  PICTURE X(3) VALUE SPACE.
           05  EXT-DATA-PAGAMENTO      PICTURE X(8).
           05  FILLER                  PICTURE X(3) VALUE SPACE.
           05  EXT-MORA                PICTURE Z(6)9.99.
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  EXT-MULTA               PICTURE Z(6)9.99.
       01  LINHA-VALOR.
           05  EXT-ROTULO              PICTURE X(36).
           05  EXT-VALOR               PICTURE Z(9)9.99.
       01  LINHA-PROXIMA-PARCELA.
           05  FILLER                  PICTURE X(36) VALUE
               "PROXIMA PARCELA A VENCER:           ".
           05  EXT-PROXIMO-VENCIMENTO  PICTURE 9(8).
           05  FILLER                  PICTURE X(9) VALUE "  VALOR: ".
           05  EXT-PROXIMO-VALOR       PICTURE Z(9)9.99.
       01  LINHA-VENCIDAS.
           05  FILLER                  PICTURE X(36) VALUE
               "PARCELAS VENCIDAS NAO QUITADAS:     ".
           05  EXT-PARCELAS-VENCIDAS   PICTURE Z(8)9.
       01  LINHA-AVISO.
           05  EXT-AVISO               PICTURE X(94).
       01  LINHA-CONTROLE.
           05  FILLER                  PICTURE X(31) VALUE
               "*** CONTROLE DA EMISSAO - DATA ".
           05  CTL-DATA-CORTE          PICTURE 9(8).
           05  FILLER                  PICTURE X(27) VALUE
               " - TOTAL DE PECAS: ".
           05  CTL-TOTAL-EXTRATOS      PICTURE Z(8)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 3000-EMITIR-EXTRATOS THRU
               3000-EMITIR-EXTRATOS-EXIT
               UNTIL NAO-HA-MAIS-MESTRE.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GOBACK.

       *> ------------------------------------------------------
       *> valida a data de corte, abre os arquivos e lê o primeiro
       *> contrato e o primeiro encargo
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
           MOVE CORTE-ANO-MES TO INICIO-ANO-MES.
           MOVE 1 TO INICIO-DIA.
           OPEN INPUT MESTRE.
           IF STATUS-MESTRE NOT = "00" THEN
               DISPLAY "*** ERRO AO ABRIR MESTRE-CONTRATOS: "
                   STATUS-MESTRE
               MOVE 1 TO FIM-MESTRE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           *> sem os encargos da cobrança o extrato sairia com a
           *> mora e a multa zeradas: a cobrança da data de corte
           *> tem que rodar antes
           OPEN INPUT ENCARGOS.
           IF STATUS-ENCARGOS NOT = "00" THEN
               DISPLAY "*** ENCARGOS INDISPONIVEL (STATUS "
                   STATUS-ENCARGOS ") - RODE O COBRANCA DA DATA DE "
                   "CORTE ANTES DOS EXTRATOS"
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
           OPEN OUTPUT EXTRATOS.
           IF STATUS-EXTRATOS NOT = "00" THEN
               MOVE STATUS-EXTRATOS TO STATUS-IO-VERIFICADO
               MOVE "EXTRATOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           MOVE 1 TO ARQUIVOS-ABERTOS.
           PERFORM 3910-LER-ENCARGO THRU 3910-LER-ENCARGO-EXIT.
           PERFORM 3900-LER-MESTRE THRU 3900-LER-MESTRE-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> emite o extrato de um contrato do mestre e lê o próximo
       *> ------------------------------------------------------
       3000-EMITIR-EXTRATOS.
           PERFORM 3100-EMITIR-UM-EXTRATO THRU
               3100-EMITIR-UM-EXTRATO-EXIT.
           PERFORM 3900-LER-MESTRE THRU 3900-LER-MESTRE-EXIT.
       3000-EMITIR-EXTRATOS-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> contrato baixado para prejuízo segue pela recuperação e
       *> contrato rejeitado ou sem convergência não tem cronograma
       *> confiável, como na posição da carteira: nenhum dos dois
       *> recebe extrato, e nem o contrato cedido a outra
       *> instituição ou já sem saldo. Tomador
       *> fora do cadastro não tem endereço de entrega: o extrato
       *> não sai e fica como pendência
       *> ------------------------------------------------------
       3100-EMITIR-UM-EXTRATO.
           IF MC-DATA-PREJUIZO > 0 THEN
               ADD 1 TO TOTAL-EM-PREJUIZO
               GO TO 3100-EMITIR-UM-EXTRATO-EXIT
           END-IF.
           IF MC-DATA-CESSAO > 0 THEN
               ADD 1 TO TOTAL-CEDIDOS
               GO TO 3100-EMITIR-UM-EXTRATO-EXIT
           END-IF.
           IF (MC-STATUS NOT = 0) OR (MC-CONVERGIU = 0) OR
               (MC-QUANTIDADE < 1) OR (MC-QUANTIDADE > 360) THEN
               ADD 1 TO TOTAL-SEM-LIMPEZA
               GO TO 3100-EMITIR-UM-EXTRATO-EXIT
           END-IF.
           MOVE 0.0 TO SALDO-CONTRATO.
           MOVE 0 TO PROXIMA-PARCELA.
           MOVE 0 TO PARCELAS-VENCIDAS.
           PERFORM 3200-APURAR-UMA-PARCELA THRU
               3200-APURAR-UMA-PARCELA-EXIT
               VARYING INDICE FROM 1 BY 1
               UNTIL INDICE > MC-QUANTIDADE.
           IF SALDO-CONTRATO < 0.005 THEN
               ADD 1 TO TOTAL-SEM-SALDO
               GO TO 3100-EMITIR-UM-EXTRATO-EXIT
           END-IF.
           MOVE MC-TOMADOR TO TM-TOMADOR.
           READ TOMADORES.
           IF STATUS-TOMADORES = "23" THEN
               DISPLAY "*** CONTRATO " MC-NUMERO-CONTRATO
                   " COM TOMADOR SEM CADASTRO: " MC-TIPO-PESSOA " "
                   MC-CPF-CNPJ " - EXTRATO NAO EMITIDO"
               ADD 1 TO TOTAL-SEM-CADASTRO
               GO TO 3100-EMITIR-UM-EXTRATO-EXIT
           END-IF.
           IF STATUS-TOMADORES NOT = "00" THEN
               MOVE STATUS-TOMADORES TO STATUS-IO-VERIFICADO
               MOVE "TOMADORES" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           ADD 1 TO TOTAL-EXTRATOS.
           PERFORM 4000-IMPRIMIR-EXTRATO THRU
               4000-IMPRIMIR-EXTRATO-EXIT.
       3100-EMITIR-UM-EXTRATO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> saldo da parcela não quitada (o valor descontado mais o
       *> juro implícito, menos o que já foi pago; parcela sem
       *> baixa deve inteira), a primeira parcela em aberto que
       *> vence na data de corte ou depois e a contagem das já
       *> vencidas
       *> ------------------------------------------------------
       3200-APURAR-UMA-PARCELA.
           PERFORM 3250-SALDO-DA-PARCELA THRU
               3250-SALDO-DA-PARCELA-EXIT.
           IF SALDO-PARCELA <= 0.0 THEN
               GO TO 3200-APURAR-UMA-PARCELA-EXIT
           END-IF.
           COMPUTE SALDO-CONTRATO = SALDO-CONTRATO + SALDO-PARCELA.
           COMPUTE VENCIMENTO-INTEIRO = FUNCTION INTEGER-OF-DATE
               (MC-DATA-VENCIMENTO (INDICE)).
           IF VENCIMENTO-INTEIRO < CORTE-INTEIRO THEN
               ADD 1 TO PARCELAS-VENCIDAS
           ELSE
               IF PROXIMA-PARCELA = 0 THEN
                   MOVE INDICE TO PROXIMA-PARCELA
               END-IF
           END-IF.
       3200-APURAR-UMA-PARCELA-EXIT.
           EXIT.

       3250-SALDO-DA-PARCELA.
           MOVE 0.0 TO SALDO-PARCELA.
           IF MC-PARCELA-QUITADA (INDICE) THEN
               GO TO 3250-SALDO-DA-PARCELA-EXIT
           END-IF.
           COMPUTE SALDO-PARCELA = MC-VALOR-DESCONTADO (INDICE)
               + MC-JUROS-ACUMULADO (INDICE).
           IF NOT MC-PARCELA-SEM-BAIXA (INDICE) THEN
               COMPUTE SALDO-PARCELA =
                   SALDO-PARCELA - MC-VALOR-PAGO (INDICE)
           END-IF.
       3250-SALDO-DA-PARCELA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> posiciona os encargos (em ordem ascendente de contrato e
       *> parcela) na parcela corrente do contrato e devolve a mora
       *> e a multa ainda devidas dela; encargo de contrato que não
       *> recebe extrato é só pulado
       *> ------------------------------------------------------
       3300-POSICIONAR-ENCARGO.
           MOVE 0.0 TO MORA-PARCELA.
           MOVE 0.0 TO MULTA-PARCELA.
           PERFORM UNTIL NAO-HA-MAIS-ENCARGOS OR
               (EN-NUMERO-CONTRATO > MC-NUMERO-CONTRATO) OR
               ((EN-NUMERO-CONTRATO = MC-NUMERO-CONTRATO) AND
                (EN-INDICE >= INDICE))
               PERFORM 3910-LER-ENCARGO THRU 3910-LER-ENCARGO-EXIT
           END-PERFORM.
           IF NAO-HA-MAIS-ENCARGOS OR
               (EN-NUMERO-CONTRATO NOT = MC-NUMERO-CONTRATO) OR
               (EN-INDICE NOT = INDICE) THEN
               GO TO 3300-POSICIONAR-ENCARGO-EXIT
           END-IF.
           COMPUTE MORA-PARCELA = EN-MORA - EN-MORA-PAGA.
           IF MORA-PARCELA < 0.0 THEN
               MOVE 0.0 TO MORA-PARCELA
           END-IF.
           COMPUTE MULTA-PARCELA = EN-MULTA - EN-MULTA-PAGA.
           IF MULTA-PARCELA < 0.0 THEN
               MOVE 0.0 TO MULTA-PARCELA
           END-IF.
           PERFORM 3910-LER-ENCARGO THRU 3910-LER-ENCARGO-EXIT.
       3300-POSICIONAR-ENCARGO-EXIT.
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

       3910-LER-ENCARGO.
           READ ENCARGOS
               AT END
                   MOVE 1 TO FIM-ENCARGOS
           END-READ.
           IF (STATUS-ENCARGOS NOT = "00")
               AND (STATUS-ENCARGOS NOT = "10") THEN
               MOVE STATUS-ENCARGOS TO STATUS-IO-VERIFICADO
               MOVE "ENCARGOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3910-LER-ENCARGO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> uma peça: cabeçalho com o período e o número da peça,
       *> endereço de entrega, identificação do contrato, aviso de
       *> renegociação, as parcelas do cronograma corrente e o
       *> resumo do saldo, dos encargos e da próxima parcela
       *> ------------------------------------------------------
       4000-IMPRIMIR-EXTRATO.
           WRITE EXTRATOS-LINHA FROM LINHA-SEPARADOR.
           PERFORM 9010-VERIFICA-EXTRATOS THRU
               9010-VERIFICA-EXTRATOS-EXIT.
           MOVE INICIO-PERIODO TO CAB-INICIO-PERIODO.
           MOVE DATA-CORTE TO CAB-DATA-CORTE.
           MOVE TOTAL-EXTRATOS TO CAB-NUMERO-PECA.
           WRITE EXTRATOS-LINHA FROM LINHA-CABECALHO.
           PERFORM 9010-VERIFICA-EXTRATOS THRU
               9010-VERIFICA-EXTRATOS-EXIT.
           PERFORM 4900-LINHA-EM-BRANCO THRU 4900-LINHA-EM-BRANCO-EXIT.
           MOVE TM-NOME TO EXT-NOME.
           WRITE EXTRATOS-LINHA FROM LINHA-NOME.
           PERFORM 9010-VERIFICA-EXTRATOS THRU
               9010-VERIFICA-EXTRATOS-EXIT.
           MOVE TM-LOGRADOURO TO EXT-LOGRADOURO.
           WRITE EXTRATOS-LINHA FROM LINHA-LOGRADOURO.
           PERFORM 9010-VERIFICA-EXTRATOS THRU
               9010-VERIFICA-EXTRATOS-EXIT.
           MOVE TM-CEP TO EXT-CEP.
           MOVE TM-MUNICIPIO TO EXT-MUNICIPIO.
           MOVE TM-UF TO EXT-UF.
           WRITE EXTRATOS-LINHA FROM LINHA-MUNICIPIO.
           PERFORM 9010-VERIFICA-EXTRATOS THRU
               9010-VERIFICA-EXTRATOS-EXIT.
           PERFORM 4900-LINHA-EM-BRANCO THRU 4900-LINHA-EM-BRANCO-EXIT.
           MOVE MC-NUMERO-CONTRATO TO EXT-NUMERO-CONTRATO.
           MOVE MC-TIPO-PESSOA TO EXT-TIPO-PESSOA.
           MOVE MC-CPF-CNPJ TO EXT-CPF-CNPJ.
           WRITE EXTRATOS-LINHA FROM LINHA-CONTRATO.
           PERFORM 9010-VERIFICA-EXTRATOS THRU
               9010-VERIFICA-EXTRATOS-EXIT.
           IF MC-DATA-RENEGOCIACAO > 0 THEN
               MOVE MC-DATA-RENEGOCIACAO TO EXT-DATA-RENEGOCIACAO
               WRITE EXTRATOS-LINHA FROM LINHA-RENEGOCIACAO
               PERFORM 9010-VERIFICA-EXTRATOS THRU
                   9010-VERIFICA-EXTRATOS-EXIT
           END-IF.
           PERFORM 4900-LINHA-EM-BRANCO THRU 4900-LINHA-EM-BRANCO-EXIT.
           WRITE EXTRATOS-LINHA FROM LINHA-TITULO-PARCELAS.
           PERFORM 9010-VERIFICA-EXTRATOS THRU
               9010-VERIFICA-EXTRATOS-EXIT.
           MOVE 0.0 TO MORA-CONTRATO.
           MOVE 0.0 TO MULTA-CONTRATO.
           PERFORM 4100-IMPRIMIR-UMA-PARCELA THRU
               4100-IMPRIMIR-UMA-PARCELA-EXIT
               VARYING INDICE FROM 1 BY 1
               UNTIL INDICE > MC-QUANTIDADE.
           PERFORM 4200-IMPRIMIR-RESUMO THRU
               4200-IMPRIMIR-RESUMO-EXIT.
       4000-IMPRIMIR-EXTRATO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> uma parcela: o valor é o nominal esperado (descontado
       *> mais o juro implícito); parcela sem baixa sai em aberto
       *> e sem pagamento
       *> ------------------------------------------------------
       4100-IMPRIMIR-UMA-PARCELA.
           PERFORM 3300-POSICIONAR-ENCARGO THRU
               3300-POSICIONAR-ENCARGO-EXIT.
           COMPUTE MORA-CONTRATO = MORA-CONTRATO + MORA-PARCELA.
           COMPUTE MULTA-CONTRATO = MULTA-CONTRATO + MULTA-PARCELA.
           MOVE INDICE TO EXT-PARCELA.
           MOVE MC-DATA-VENCIMENTO (INDICE) TO EXT-DATA-VENCIMENTO.
           COMPUTE EXT-VALOR-PARCELA ROUNDED =
               MC-VALOR-DESCONTADO (INDICE)
               + MC-JUROS-ACUMULADO (INDICE).
           IF MC-PARCELA-SEM-BAIXA (INDICE) THEN
               MOVE NOME-SITUACAO (3) TO EXT-SITUACAO
               MOVE 0 TO EXT-VALOR-PAGO
               MOVE SPACES TO EXT-DATA-PAGAMENTO
           ELSE
               MOVE NOME-SITUACAO (MC-SITUACAO-PAGAMENTO (INDICE) + 1)
                   TO EXT-SITUACAO
               COMPUTE EXT-VALOR-PAGO ROUNDED =
                   MC-VALOR-PAGO (INDICE)
               IF MC-DATA-ULTIMO-PAGAMENTO (INDICE) > 0 THEN
                   MOVE MC-DATA-ULTIMO-PAGAMENTO (INDICE)
                       TO EXT-DATA-PAGAMENTO
               ELSE
                   MOVE SPACES TO EXT-DATA-PAGAMENTO
               END-IF
           END-IF.
           COMPUTE EXT-MORA ROUNDED = MORA-PARCELA.
           COMPUTE EXT-MULTA ROUNDED = MULTA-PARCELA.
           WRITE EXTRATOS-LINHA FROM LINHA-PARCELA.
           PERFORM 9010-VERIFICA-EXTRATOS THRU
               9010-VERIFICA-EXTRATOS-EXIT.
       4100-IMPRIMIR-UMA-PARCELA-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> resumo da peça: saldo das parcelas, mora e multa em
       *> aberto, total devido, parcelas vencidas e a próxima
       *> parcela a vencer com o que falta pagar dela
       *> ------------------------------------------------------
       4200-IMPRIMIR-RESUMO.
           PERFORM 4900-LINHA-EM-BRANCO THRU 4900-LINHA-EM-BRANCO-EXIT.
           MOVE "SALDO DEVEDOR DAS PARCELAS:" TO EXT-ROTULO.
           COMPUTE EXT-VALOR ROUNDED = SALDO-CONTRATO.
           PERFORM 4250-IMPRIMIR-VALOR THRU 4250-IMPRIMIR-VALOR-EXIT.
           MOVE "MORA EM ABERTO:" TO EXT-ROTULO.
           COMPUTE EXT-VALOR ROUNDED = MORA-CONTRATO.
           PERFORM 4250-IMPRIMIR-VALOR THRU 4250-IMPRIMIR-VALOR-EXIT.
           MOVE "MULTA EM ABERTO:" TO EXT-ROTULO.
           COMPUTE EXT-VALOR ROUNDED = MULTA-CONTRATO.
           PERFORM 4250-IMPRIMIR-VALOR THRU 4250-IMPRIMIR-VALOR-EXIT.
           COMPUTE TOTAL-DEVIDO-CONTRATO =
               SALDO-CONTRATO + MORA-CONTRATO.
           COMPUTE TOTAL-DEVIDO-CONTRATO =
               TOTAL-DEVIDO-CONTRATO + MULTA-CONTRATO.
           MOVE "TOTAL DEVIDO NA DATA DE CORTE:" TO EXT-ROTULO.
           COMPUTE EXT-VALOR ROUNDED = TOTAL-DEVIDO-CONTRATO.
           PERFORM 4250-IMPRIMIR-VALOR THRU 4250-IMPRIMIR-VALOR-EXIT.
           IF PARCELAS-VENCIDAS > 0 THEN
               MOVE PARCELAS-VENCIDAS TO EXT-PARCELAS-VENCIDAS
               WRITE EXTRATOS-LINHA FROM LINHA-VENCIDAS
               PERFORM 9010-VERIFICA-EXTRATOS THRU
                   9010-VERIFICA-EXTRATOS-EXIT
           END-IF.
           IF PROXIMA-PARCELA = 0 THEN
               MOVE "NAO HA PARCELA A VENCER NESTE CONTRATO"
                   TO EXT-AVISO
               WRITE EXTRATOS-LINHA FROM LINHA-AVISO
               PERFORM 9010-VERIFICA-EXTRATOS THRU
                   9010-VERIFICA-EXTRATOS-EXIT
           ELSE
               MOVE PROXIMA-PARCELA TO INDICE
               PERFORM 3250-SALDO-DA-PARCELA THRU
                   3250-SALDO-DA-PARCELA-EXIT
               MOVE MC-DATA-VENCIMENTO (INDICE)
                   TO EXT-PROXIMO-VENCIMENTO
               COMPUTE EXT-PROXIMO-VALOR ROUNDED = SALDO-PARCELA
               WRITE EXTRATOS-LINHA FROM LINHA-PROXIMA-PARCELA
               PERFORM 9010-VERIFICA-EXTRATOS THRU
                   9010-VERIFICA-EXTRATOS-EXIT
           END-IF.
           PERFORM 4900-LINHA-EM-BRANCO THRU 4900-LINHA-EM-BRANCO-EXIT.
       4200-IMPRIMIR-RESUMO-EXIT.
           EXIT.

       4250-IMPRIMIR-VALOR.
           WRITE EXTRATOS-LINHA FROM LINHA-VALOR.
           PERFORM 9010-VERIFICA-EXTRATOS THRU
               9010-VERIFICA-EXTRATOS-EXIT.
       4250-IMPRIMIR-VALOR-EXIT.
           EXIT.

       4900-LINHA-EM-BRANCO.
           MOVE SPACES TO EXTRATOS-LINHA.
           WRITE EXTRATOS-LINHA.
           PERFORM 9010-VERIFICA-EXTRATOS THRU
               9010-VERIFICA-EXTRATOS-EXIT.
       4900-LINHA-EM-BRANCO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> fecha o arquivo de impressão com a linha de controle da
       *> quantidade de peças, fecha tudo e devolve 4 quando algum
       *> extrato ficou sem endereço de entrega
       *> ------------------------------------------------------
       8000-FINALIZAR.
           IF OS-ARQUIVOS-ESTAO-ABERTOS THEN
               MOVE DATA-CORTE TO CTL-DATA-CORTE
               MOVE TOTAL-EXTRATOS TO CTL-TOTAL-EXTRATOS
               WRITE EXTRATOS-LINHA FROM LINHA-CONTROLE
               PERFORM 9010-VERIFICA-EXTRATOS THRU
                   9010-VERIFICA-EXTRATOS-EXIT
               CLOSE MESTRE
               CLOSE ENCARGOS
               CLOSE TOMADORES
               CLOSE EXTRATOS
               DISPLAY "EXTRATOS DA DATA DE CORTE " DATA-CORTE ": "
                   TOTAL-EXTRATOS " PECA(S) EMITIDA(S), "
                   TOTAL-SEM-SALDO " SEM SALDO, "
                   TOTAL-SEM-LIMPEZA " SEM LIMPEZA, "
                   TOTAL-EM-PREJUIZO " EM PREJUIZO, "
                   TOTAL-CEDIDOS " CEDIDO(S), "
                   TOTAL-SEM-CADASTRO " SEM CADASTRO"
               IF TOTAL-SEM-CADASTRO > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> aborta a emissão por falha de E/S; espera
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
       *> confere STATUS-EXTRATOS depois de cada WRITE
       *> ------------------------------------------------------
       9010-VERIFICA-EXTRATOS.
           IF STATUS-EXTRATOS NOT = "00" THEN
               MOVE STATUS-EXTRATOS TO STATUS-IO-VERIFICADO
               MOVE "EXTRATOS" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       9010-VERIFICA-EXTRATOS-EXIT.
           EXIT.
       END PROGRAM EXTRATO.
