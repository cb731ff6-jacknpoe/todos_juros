       *> Manutenção do cadastro de tomadores: lê o movimento de
       *> cadastro MOVIMENTO-TOMADORES (inclusão, alteração ou
       *> exclusão de um devedor por registro, com tipo de pessoa,
       *> CPF/CNPJ, nome, endereço e segmento), valida cada
       *> transação (operação, tipo de pessoa, dígitos
       *> verificadores do CPF ou do CNPJ, nome e segmento) e
       *> aplica as aceitas no cadastro indexado CADASTRO-TOMADORES,
       *> chaveado por tipo de pessoa e CPF/CNPJ; a exclusão só
       *> inativa o tomador, porque contratos antigos continuam
       *> apontando para ele. Toda transação sai na listagem
       *> LISTA-TOMADORES, aceita ou com o motivo da recusa, para o
       *> cadastro corrigir e reapresentar. É deste cadastro que a
       *> crítica de entrada confere o tomador de cada contrato
       *> Versão 0.1: 15/10/2026: primeira versão

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOMADORES.
       AUTHOR. Ricardo Erick Rebêlo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> transações de cadastro do dia, em qualquer ordem
           SELECT MOVIMENTO ASSIGN TO "MOVIMENTO-TOMADORES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-MOVIMENTO.
           *> cadastro indexado de tomadores, criado na primeira
           *> execução e atualizado transação a transação
           SELECT TOMADORES ASSIGN TO "CADASTRO-TOMADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TOMADOR
               FILE STATUS IS STATUS-TOMADORES.
           *> listagem das transações aplicadas e recusadas
           SELECT LISTAGEM ASSIGN TO "LISTA-TOMADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LISTAGEM.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO
           LABEL RECORDS ARE STANDARD.
       01  MOVIMENTO-REG.
           05  MV-OPERACAO                 PICTURE X(1).
               88  MV-INCLUSAO             VALUE "I".
               88  MV-ALTERACAO            VALUE "A".
               88  MV-EXCLUSAO             VALUE "E".
           05  MV-TOMADOR.
               10  MV-TIPO-PESSOA          PICTURE X(1).
               10  MV-CPF-CNPJ             PICTURE 9(14).
           05  MV-NOME                     PICTURE X(60).
           05  MV-LOGRADOURO               PICTURE X(60).
           05  MV-MUNICIPIO                PICTURE X(30).
           05  MV-UF                       PICTURE X(2).
           05  MV-CEP                      PICTURE 9(8).
           05  MV-SEGMENTO                 PICTURE 9(1).

       FD  TOMADORES
           LABEL RECORDS ARE STANDARD.
       COPY TOMADOR.

       FD  LISTAGEM
           LABEL RECORDS ARE STANDARD.
       01  LISTAGEM-LINHA                  PICTURE X(132).

       LOCAL-STORAGE SECTION.
       *> quantidade de motivos de recusa conhecidos; as descrições
       *> na TABELA-DESCRICOES têm que acompanhar este limite
       78  TOTAL-DE-MOTIVOS VALUE 7.
       *> maior código de segmento conhecido (os níveis 88 de
       *> TM-SEGMENTO no copybook TOMADOR)
       78  SEGMENTO-MAXIMO VALUE 4.

       *> variáveis do corpo do programa
       01  MOTIVO-RECUSA                   PICTURE 9(2).
       01  HOUVE-TOMADOR                   PICTURE 9(1) VALUE 0.
           88  O-TOMADOR-EXISTE            VALUE 1.

       *> descrições dos motivos de recusa, na ordem dos códigos
       01  TABELA-DESCRICOES.
           05  FILLER                      PICTURE X(35)
               VALUE "OPERACAO NAO E I, A NEM E".
           05  FILLER                      PICTURE X(35)
               VALUE "TIPO DE PESSOA NAO E F NEM J".
           05  FILLER                      PICTURE X(35)
               VALUE "CPF/CNPJ INVALIDO".
           05  FILLER                      PICTURE X(35)
               VALUE "NOME EM BRANCO".
           05  FILLER                      PICTURE X(35)
               VALUE "SEGMENTO INVALIDO".
           05  FILLER                      PICTURE X(35)
               VALUE "TOMADOR JA CADASTRADO".
           05  FILLER                      PICTURE X(35)
               VALUE "TOMADOR NAO CADASTRADO".
       01  DESCRICOES REDEFINES TABELA-DESCRICOES.
           05  DESCRICAO-MOTIVO            PICTURE X(35)
                                           OCCURS TOTAL-DE-MOTIVOS.

       *> conferência dos dígitos verificadores: recebe
       *> DOCUMENTO-VALIDANDO (14 dígitos, o CPF alinhado à direita
       *> com três zeros na frente) e o tipo de pessoa, e devolve
       *> IND-DOCUMENTO-VALIDO; 6000-VALIDAR-DOCUMENTO
       01  DOCUMENTO-VALIDANDO             PICTURE 9(14).
       01  DOCUMENTO-VALIDANDO-R REDEFINES DOCUMENTO-VALIDANDO.
           05  DIGITO-DOCUMENTO            PICTURE 9(1) OCCURS 14.
       01  IND-DOCUMENTO-VALIDO            PICTURE 9(1).
           88  O-DOCUMENTO-E-VALIDO        VALUE 1.
       01  POSICAO-DIGITO                  PICTURE 9(2).
       01  SOMA-DIGITOS                    PICTURE 9(5).
       01  RESTO-DIVISAO                   PICTURE 9(2).
       01  DIGITO-CALCULADO                PICTURE 9(1).
       01  DIGITOS-IGUAIS                  PICTURE 9(1).
       *> pesos do CNPJ: o segundo dígito usa as 13 posições e o
       *> primeiro as 12 últimas (5 4 3 2 9 8 7 6 5 4 3 2)
       01  TABELA-PESOS-CNPJ               PICTURE X(13)
               VALUE "6543298765432".
       01  PESOS-CNPJ REDEFINES TABELA-PESOS-CNPJ.
           05  PESO-CNPJ                   PICTURE 9(1) OCCURS 13.

       *> controle de arquivos
       01  FIM-MOVIMENTO                   PICTURE 9(1) VALUE 0.
           88  NAO-HA-MAIS-MOVIMENTO       VALUE 1.
       01  STATUS-MOVIMENTO                PICTURE X(2).
       01  STATUS-TOMADORES                PICTURE X(2).
       01  STATUS-LISTAGEM                 PICTURE X(2).
       01  ARQUIVOS-ABERTOS                PICTURE 9(1) VALUE 0.
           88  OS-ARQUIVOS-ESTAO-ABERTOS   VALUE 1.

       *> campos comuns para relatar e abortar num erro de E/S
       01  STATUS-IO-VERIFICADO            PICTURE X(2).
       01  DESCRICAO-ARQUIVO-IO            PICTURE X(20).

       *> data da execução: cabeçalho da listagem e carimbo de
       *> cadastro e alteração do tomador
       01  DATA-REFERENCIA                 PICTURE 9(8).

       *> layout da listagem de transações
       01  LINHAS-NA-PAGINA                PICTURE 9(3) VALUE 99.
       01  MAX-LINHAS-PAGINA               PICTURE 9(3) VALUE 55.
       01  NUMERO-PAGINA                   PICTURE 9(3) VALUE 0.
       01  TOTAL-TRANSACOES-LIDAS          PICTURE 9(9) VALUE 0.
       01  TOTAL-INCLUSOES                 PICTURE 9(9) VALUE 0.
       01  TOTAL-ALTERACOES                PICTURE 9(9) VALUE 0.
       01  TOTAL-EXCLUSOES                 PICTURE 9(9) VALUE 0.
       01  TOTAL-RECUSADAS                 PICTURE 9(9) VALUE 0.

       01  LINHA-CABECALHO-1.
           05  FILLER                  PICTURE X(24)
                               VALUE "CADASTRO DE TOMADORES - ".
           05  CAB-DATA-EXECUCAO       PICTURE 9(8).
           05  FILLER                  PICTURE X(9) VALUE SPACE.
           05  FILLER                  PICTURE X(7) VALUE "PAGINA ".
           05  CAB-NUMERO-PAGINA       PICTURE ZZ9.

       01  LINHA-CABECALHO-2.
           05  FILLER PICTURE X(4) VALUE "OP".
           05  FILLER PICTURE X(5) VALUE "TIPO".
           05  FILLER PICTURE X(16) VALUE "CPF/CNPJ".
           05  FILLER PICTURE X(42) VALUE "NOME".
           05  FILLER PICTURE X(35) VALUE "RESULTADO".

       01  LINHA-TRANSACAO.
           05  TRN-OPERACAO            PICTURE X(1).
           05  FILLER                  PICTURE X(3) VALUE SPACE.
           05  TRN-TIPO-PESSOA         PICTURE X(1).
           05  FILLER                  PICTURE X(4) VALUE SPACE.
           05  TRN-CPF-CNPJ            PICTURE 9(14).
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  TRN-NOME                PICTURE X(40).
           05  FILLER                  PICTURE X(2) VALUE SPACE.
           05  TRN-RESULTADO           PICTURE X(35).

       01  LINHA-TOTAL.
           05  FILLER PICTURE X(12) VALUE "TRANSACOES: ".
           05  TOT-LIDAS PICTURE Z(8)9.
           05  FILLER PICTURE X(13) VALUE "  INCLUSOES: ".
           05  TOT-INCLUSOES PICTURE Z(8)9.
           05  FILLER PICTURE X(14) VALUE "  ALTERACOES: ".
           05  TOT-ALTERACOES PICTURE Z(8)9.
           05  FILLER PICTURE X(13) VALUE "  EXCLUSOES: ".
           05  TOT-EXCLUSOES PICTURE Z(8)9.
           05  FILLER PICTURE X(13) VALUE "  RECUSADAS: ".
           05  TOT-RECUSADAS PICTURE Z(8)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 3000-APLICAR-MOVIMENTO THRU
               3000-APLICAR-MOVIMENTO-EXIT
               UNTIL NAO-HA-MAIS-MOVIMENTO.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GOBACK.

       *> ------------------------------------------------------
       *> abre o movimento, o cadastro e a listagem e lê a primeira
       *> transação; um cadastro que ainda não existe (file status
       *> 35) é criado vazio e reaberto, como o mestre de contratos
       *> ------------------------------------------------------
       1000-INICIALIZAR.
           ACCEPT DATA-REFERENCIA FROM DATE YYYYMMDD.
           OPEN INPUT MOVIMENTO.
           IF STATUS-MOVIMENTO NOT = "00" THEN
               DISPLAY "*** ERRO AO ABRIR MOVIMENTO-TOMADORES: "
                   STATUS-MOVIMENTO
               MOVE 1 TO FIM-MOVIMENTO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O TOMADORES.
           IF STATUS-TOMADORES = "35" THEN
               OPEN OUTPUT TOMADORES
               IF STATUS-TOMADORES NOT = "00" THEN
                   MOVE STATUS-TOMADORES TO STATUS-IO-VERIFICADO
                   MOVE "TOMADORES" TO DESCRICAO-ARQUIVO-IO
                   PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                       9000-ABORTAR-ERRO-ARQUIVO-EXIT
               END-IF
               CLOSE TOMADORES
               OPEN I-O TOMADORES
           END-IF.
           IF STATUS-TOMADORES NOT = "00" THEN
               MOVE STATUS-TOMADORES TO STATUS-IO-VERIFICADO
               MOVE "TOMADORES" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN OUTPUT LISTAGEM.
           IF STATUS-LISTAGEM NOT = "00" THEN
               MOVE STATUS-LISTAGEM TO STATUS-IO-VERIFICADO
               MOVE "LISTAGEM" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           MOVE 1 TO ARQUIVOS-ABERTOS.
           PERFORM 4000-IMPRIME-CABECALHO THRU
               4000-IMPRIME-CABECALHO-EXIT.
           PERFORM 3900-LER-MOVIMENTO THRU 3900-LER-MOVIMENTO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> aplica uma transação e lê a próxima
       *> ------------------------------------------------------
       3000-APLICAR-MOVIMENTO.
           PERFORM 3100-APLICAR-UMA-TRANSACAO THRU
               3100-APLICAR-UMA-TRANSACAO-EXIT.
           PERFORM 3900-LER-MOVIMENTO THRU 3900-LER-MOVIMENTO-EXIT.
       3000-APLICAR-MOVIMENTO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> valida a transação corrente e, aceita, aplica no
       *> cadastro; a recusa fica com o primeiro motivo encontrado
       *> e sai na listagem no lugar do resultado
       *> ------------------------------------------------------
       3100-APLICAR-UMA-TRANSACAO.
           ADD 1 TO TOTAL-TRANSACOES-LIDAS.
           MOVE 0 TO MOTIVO-RECUSA.
           PERFORM 3110-VALIDAR-TRANSACAO THRU
               3110-VALIDAR-TRANSACAO-EXIT.
           IF MOTIVO-RECUSA = 0 THEN
               PERFORM 3150-LER-TOMADOR THRU 3150-LER-TOMADOR-EXIT
               IF MV-INCLUSAO THEN
                   PERFORM 3200-INCLUIR-TOMADOR THRU
                       3200-INCLUIR-TOMADOR-EXIT
               END-IF
               IF MV-ALTERACAO THEN
                   PERFORM 3300-ALTERAR-TOMADOR THRU
                       3300-ALTERAR-TOMADOR-EXIT
               END-IF
               IF MV-EXCLUSAO THEN
                   PERFORM 3400-EXCLUIR-TOMADOR THRU
                       3400-EXCLUIR-TOMADOR-EXIT
               END-IF
           END-IF.
           IF MOTIVO-RECUSA NOT = 0 THEN
               MOVE DESCRICAO-MOTIVO (MOTIVO-RECUSA) TO TRN-RESULTADO
               ADD 1 TO TOTAL-RECUSADAS
           END-IF.
           PERFORM 4100-IMPRIME-TRANSACAO THRU
               4100-IMPRIME-TRANSACAO-EXIT.
       3100-APLICAR-UMA-TRANSACAO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> a exclusão só precisa de uma chave válida; inclusão e
       *> alteração trazem o registro inteiro e precisam também de
       *> nome e de um segmento conhecido
       *> ------------------------------------------------------
       3110-VALIDAR-TRANSACAO.
           IF NOT (MV-INCLUSAO OR MV-ALTERACAO OR MV-EXCLUSAO) THEN
               MOVE 1 TO MOTIVO-RECUSA
               GO TO 3110-VALIDAR-TRANSACAO-EXIT
           END-IF.
           IF (MV-TIPO-PESSOA NOT = "F") AND
               (MV-TIPO-PESSOA NOT = "J") THEN
               MOVE 2 TO MOTIVO-RECUSA
               GO TO 3110-VALIDAR-TRANSACAO-EXIT
           END-IF.
           IF MV-CPF-CNPJ NOT NUMERIC THEN
               MOVE 3 TO MOTIVO-RECUSA
               GO TO 3110-VALIDAR-TRANSACAO-EXIT
           END-IF.
           MOVE MV-CPF-CNPJ TO DOCUMENTO-VALIDANDO.
           PERFORM 6000-VALIDAR-DOCUMENTO THRU
               6000-VALIDAR-DOCUMENTO-EXIT.
           IF NOT O-DOCUMENTO-E-VALIDO THEN
               MOVE 3 TO MOTIVO-RECUSA
               GO TO 3110-VALIDAR-TRANSACAO-EXIT
           END-IF.
           IF MV-EXCLUSAO THEN
               GO TO 3110-VALIDAR-TRANSACAO-EXIT
           END-IF.
           IF MV-NOME = SPACES THEN
               MOVE 4 TO MOTIVO-RECUSA
               GO TO 3110-VALIDAR-TRANSACAO-EXIT
           END-IF.
           IF (MV-SEGMENTO NOT NUMERIC) OR (MV-SEGMENTO < 1) OR
               (MV-SEGMENTO > SEGMENTO-MAXIMO) THEN
               MOVE 5 TO MOTIVO-RECUSA
           END-IF.
       3110-VALIDAR-TRANSACAO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> procura o tomador da transação no cadastro; chave
       *> inexistente (status 23) não é erro, só desliga
       *> O-TOMADOR-EXISTE
       *> ------------------------------------------------------
       3150-LER-TOMADOR.
           MOVE 0 TO HOUVE-TOMADOR.
           MOVE MV-TOMADOR TO TM-TOMADOR.
           READ TOMADORES.
           IF STATUS-TOMADORES = "00" THEN
               MOVE 1 TO HOUVE-TOMADOR
               GO TO 3150-LER-TOMADOR-EXIT
           END-IF.
           IF STATUS-TOMADORES NOT = "23" THEN
               MOVE STATUS-TOMADORES TO STATUS-IO-VERIFICADO
               MOVE "TOMADORES" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3150-LER-TOMADOR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> inclusão de tomador novo; a inclusão de um tomador que
       *> foi inativado reativa o cadastro com os dados novos, e a
       *> de um tomador ativo é recusada
       *> ------------------------------------------------------
       3200-INCLUIR-TOMADOR.
           IF O-TOMADOR-EXISTE AND TM-TOMADOR-ATIVO THEN
               MOVE 6 TO MOTIVO-RECUSA
               GO TO 3200-INCLUIR-TOMADOR-EXIT
           END-IF.
           PERFORM 3500-MONTAR-TOMADOR THRU 3500-MONTAR-TOMADOR-EXIT.
           MOVE 0 TO TM-SITUACAO.
           IF O-TOMADOR-EXISTE THEN
               MOVE DATA-REFERENCIA TO TM-DATA-ALTERACAO
               REWRITE TOMADOR-REG
               MOVE "REATIVADO" TO TRN-RESULTADO
           ELSE
               MOVE DATA-REFERENCIA TO TM-DATA-CADASTRO
               MOVE 0 TO TM-DATA-ALTERACAO
               WRITE TOMADOR-REG
               MOVE "INCLUIDO" TO TRN-RESULTADO
           END-IF.
           PERFORM 9020-VERIFICA-TOMADORES THRU
               9020-VERIFICA-TOMADORES-EXIT.
           ADD 1 TO TOTAL-INCLUSOES.
       3200-INCLUIR-TOMADOR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> alteração de nome, endereço ou segmento; a situação e a
       *> data de cadastro do tomador não mudam
       *> ------------------------------------------------------
       3300-ALTERAR-TOMADOR.
           IF NOT O-TOMADOR-EXISTE THEN
               MOVE 7 TO MOTIVO-RECUSA
               GO TO 3300-ALTERAR-TOMADOR-EXIT
           END-IF.
           PERFORM 3500-MONTAR-TOMADOR THRU 3500-MONTAR-TOMADOR-EXIT.
           MOVE DATA-REFERENCIA TO TM-DATA-ALTERACAO.
           REWRITE TOMADOR-REG.
           PERFORM 9020-VERIFICA-TOMADORES THRU
               9020-VERIFICA-TOMADORES-EXIT.
           MOVE "ALTERADO" TO TRN-RESULTADO.
           ADD 1 TO TOTAL-ALTERACOES.
       3300-ALTERAR-TOMADOR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> exclusão lógica: o tomador fica inativo no cadastro, e a
       *> crítica passa a recusar contrato novo para ele
       *> ------------------------------------------------------
       3400-EXCLUIR-TOMADOR.
           IF NOT O-TOMADOR-EXISTE THEN
               MOVE 7 TO MOTIVO-RECUSA
               GO TO 3400-EXCLUIR-TOMADOR-EXIT
           END-IF.
           MOVE 1 TO TM-SITUACAO.
           MOVE DATA-REFERENCIA TO TM-DATA-ALTERACAO.
           REWRITE TOMADOR-REG.
           PERFORM 9020-VERIFICA-TOMADORES THRU
               9020-VERIFICA-TOMADORES-EXIT.
           MOVE "INATIVADO" TO TRN-RESULTADO.
           ADD 1 TO TOTAL-EXCLUSOES.
       3400-EXCLUIR-TOMADOR-EXIT.
           EXIT.

       3500-MONTAR-TOMADOR.
           MOVE MV-TOMADOR TO TM-TOMADOR.
           MOVE MV-NOME TO TM-NOME.
           MOVE MV-LOGRADOURO TO TM-LOGRADOURO.
           MOVE MV-MUNICIPIO TO TM-MUNICIPIO.
           MOVE MV-UF TO TM-UF.
           MOVE MV-CEP TO TM-CEP.
           MOVE MV-SEGMENTO TO TM-SEGMENTO.
       3500-MONTAR-TOMADOR-EXIT.
           EXIT.

       3900-LER-MOVIMENTO.
           READ MOVIMENTO
               AT END
                   MOVE 1 TO FIM-MOVIMENTO
           END-READ.
           IF (STATUS-MOVIMENTO NOT = "00")
               AND (STATUS-MOVIMENTO NOT = "10") THEN
               MOVE STATUS-MOVIMENTO TO STATUS-IO-VERIFICADO
               MOVE "MOVIMENTO" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       3900-LER-MOVIMENTO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> cabeçalho da listagem, repetido a cada quebra de página
       *> ------------------------------------------------------
       4000-IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE DATA-REFERENCIA TO CAB-DATA-EXECUCAO.
           MOVE NUMERO-PAGINA TO CAB-NUMERO-PAGINA.
           WRITE LISTAGEM-LINHA FROM LINHA-CABECALHO-1.
           PERFORM 9010-VERIFICA-LISTAGEM THRU
               9010-VERIFICA-LISTAGEM-EXIT.
           MOVE SPACES TO LISTAGEM-LINHA.
           WRITE LISTAGEM-LINHA.
           PERFORM 9010-VERIFICA-LISTAGEM THRU
               9010-VERIFICA-LISTAGEM-EXIT.
           WRITE LISTAGEM-LINHA FROM LINHA-CABECALHO-2.
           PERFORM 9010-VERIFICA-LISTAGEM THRU
               9010-VERIFICA-LISTAGEM-EXIT.
           MOVE SPACES TO LISTAGEM-LINHA.
           WRITE LISTAGEM-LINHA.
           PERFORM 9010-VERIFICA-LISTAGEM THRU
               9010-VERIFICA-LISTAGEM-EXIT.
           MOVE 0 TO LINHAS-NA-PAGINA.
       4000-IMPRIME-CABECALHO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> uma linha por transação; espera TRN-RESULTADO preenchido
       *> ------------------------------------------------------
       4100-IMPRIME-TRANSACAO.
           IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA THEN
               PERFORM 4000-IMPRIME-CABECALHO THRU
                   4000-IMPRIME-CABECALHO-EXIT
           END-IF.
           MOVE MV-OPERACAO TO TRN-OPERACAO.
           MOVE MV-TIPO-PESSOA TO TRN-TIPO-PESSOA.
           MOVE MV-CPF-CNPJ TO TRN-CPF-CNPJ.
           MOVE MV-NOME TO TRN-NOME.
           WRITE LISTAGEM-LINHA FROM LINHA-TRANSACAO.
           PERFORM 9010-VERIFICA-LISTAGEM THRU
               9010-VERIFICA-LISTAGEM-EXIT.
           ADD 1 TO LINHAS-NA-PAGINA.
       4100-IMPRIME-TRANSACAO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> confere os dígitos verificadores de DOCUMENTO-VALIDANDO
       *> pelo módulo 11: no CPF os 9 dígitos de base (posições 4 a
       *> 12, pesos 10 a 2) e os verificadores nas posições 13 e
       *> 14, com as três primeiras posições zeradas; no CNPJ os 12
       *> dígitos de base e os pesos de TABELA-PESOS-CNPJ. Número
       *> com todos os dígitos iguais passa no módulo 11 mas não é
       *> documento emitido, e também é recusado
       *> ------------------------------------------------------
       6000-VALIDAR-DOCUMENTO.
           MOVE 0 TO IND-DOCUMENTO-VALIDO.
           IF MV-TIPO-PESSOA = "F" THEN
               IF (DIGITO-DOCUMENTO (1) NOT = 0) OR
                   (DIGITO-DOCUMENTO (2) NOT = 0) OR
                   (DIGITO-DOCUMENTO (3) NOT = 0) THEN
                   GO TO 6000-VALIDAR-DOCUMENTO-EXIT
               END-IF
               MOVE 4 TO POSICAO-DIGITO
           ELSE
               MOVE 1 TO POSICAO-DIGITO
           END-IF.
           MOVE 1 TO DIGITOS-IGUAIS.
           PERFORM VARYING POSICAO-DIGITO FROM POSICAO-DIGITO BY 1
               UNTIL POSICAO-DIGITO > 13
               IF DIGITO-DOCUMENTO (POSICAO-DIGITO) NOT =
                   DIGITO-DOCUMENTO (POSICAO-DIGITO + 1) THEN
                   MOVE 0 TO DIGITOS-IGUAIS
               END-IF
           END-PERFORM.
           IF DIGITOS-IGUAIS = 1 THEN
               GO TO 6000-VALIDAR-DOCUMENTO-EXIT
           END-IF.
           IF MV-TIPO-PESSOA = "F" THEN
               PERFORM 6100-VALIDAR-CPF THRU 6100-VALIDAR-CPF-EXIT
           ELSE
               PERFORM 6200-VALIDAR-CNPJ THRU 6200-VALIDAR-CNPJ-EXIT
           END-IF.
       6000-VALIDAR-DOCUMENTO-EXIT.
           EXIT.

       6100-VALIDAR-CPF.
           MOVE 0 TO SOMA-DIGITOS.
           PERFORM VARYING POSICAO-DIGITO FROM 4 BY 1
               UNTIL POSICAO-DIGITO > 12
               COMPUTE SOMA-DIGITOS = SOMA-DIGITOS
                   + DIGITO-DOCUMENTO (POSICAO-DIGITO)
                   * (14 - POSICAO-DIGITO)
           END-PERFORM.
           PERFORM 6900-CALCULAR-DIGITO THRU
               6900-CALCULAR-DIGITO-EXIT.
           IF DIGITO-CALCULADO NOT = DIGITO-DOCUMENTO (13) THEN
               GO TO 6100-VALIDAR-CPF-EXIT
           END-IF.
           MOVE 0 TO SOMA-DIGITOS.
           PERFORM VARYING POSICAO-DIGITO FROM 4 BY 1
               UNTIL POSICAO-DIGITO > 13
               COMPUTE SOMA-DIGITOS = SOMA-DIGITOS
                   + DIGITO-DOCUMENTO (POSICAO-DIGITO)
                   * (15 - POSICAO-DIGITO)
           END-PERFORM.
           PERFORM 6900-CALCULAR-DIGITO THRU
               6900-CALCULAR-DIGITO-EXIT.
           IF DIGITO-CALCULADO = DIGITO-DOCUMENTO (14) THEN
               MOVE 1 TO IND-DOCUMENTO-VALIDO
           END-IF.
       6100-VALIDAR-CPF-EXIT.
           EXIT.

       6200-VALIDAR-CNPJ.
           MOVE 0 TO SOMA-DIGITOS.
           PERFORM VARYING POSICAO-DIGITO FROM 1 BY 1
               UNTIL POSICAO-DIGITO > 12
               COMPUTE SOMA-DIGITOS = SOMA-DIGITOS
                   + DIGITO-DOCUMENTO (POSICAO-DIGITO)
                   * PESO-CNPJ (POSICAO-DIGITO + 1)
           END-PERFORM.
           PERFORM 6900-CALCULAR-DIGITO THRU
               6900-CALCULAR-DIGITO-EXIT.
           IF DIGITO-CALCULADO NOT = DIGITO-DOCUMENTO (13) THEN
               GO TO 6200-VALIDAR-CNPJ-EXIT
           END-IF.
           MOVE 0 TO SOMA-DIGITOS.
           PERFORM VARYING POSICAO-DIGITO FROM 1 BY 1
               UNTIL POSICAO-DIGITO > 13
               COMPUTE SOMA-DIGITOS = SOMA-DIGITOS
                   + DIGITO-DOCUMENTO (POSICAO-DIGITO)
                   * PESO-CNPJ (POSICAO-DIGITO)
           END-PERFORM.
           PERFORM 6900-CALCULAR-DIGITO THRU
               6900-CALCULAR-DIGITO-EXIT.
           IF DIGITO-CALCULADO = DIGITO-DOCUMENTO (14) THEN
               MOVE 1 TO IND-DOCUMENTO-VALIDO
           END-IF.
       6200-VALIDAR-CNPJ-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> dígito verificador do módulo 11 a partir de SOMA-DIGITOS:
       *> resto menor que 2 dá zero, senão 11 menos o resto
       *> ------------------------------------------------------
       6900-CALCULAR-DIGITO.
           COMPUTE RESTO-DIVISAO = FUNCTION MOD (SOMA-DIGITOS, 11).
           IF RESTO-DIVISAO < 2 THEN
               MOVE 0 TO DIGITO-CALCULADO
           ELSE
               COMPUTE DIGITO-CALCULADO = 11 - RESTO-DIVISAO
           END-IF.
       6900-CALCULAR-DIGITO-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> imprime os totais e fecha tudo; transação recusada não é
       *> erro do programa, mas o cadastro precisa corrigir e
       *> reapresentar, daí o código de retorno 4
       *> ------------------------------------------------------
       8000-FINALIZAR.
           IF OS-ARQUIVOS-ESTAO-ABERTOS THEN
               MOVE TOTAL-TRANSACOES-LIDAS TO TOT-LIDAS
               MOVE TOTAL-INCLUSOES TO TOT-INCLUSOES
               MOVE TOTAL-ALTERACOES TO TOT-ALTERACOES
               MOVE TOTAL-EXCLUSOES TO TOT-EXCLUSOES
               MOVE TOTAL-RECUSADAS TO TOT-RECUSADAS
               MOVE SPACES TO LISTAGEM-LINHA
               WRITE LISTAGEM-LINHA
               PERFORM 9010-VERIFICA-LISTAGEM THRU
                   9010-VERIFICA-LISTAGEM-EXIT
               WRITE LISTAGEM-LINHA FROM LINHA-TOTAL
               PERFORM 9010-VERIFICA-LISTAGEM THRU
                   9010-VERIFICA-LISTAGEM-EXIT
               CLOSE MOVIMENTO
               CLOSE TOMADORES
               CLOSE LISTAGEM
               DISPLAY "CADASTRO DE TOMADORES ATUALIZADO: "
                   TOTAL-TRANSACOES-LIDAS " TRANSACAO(OES), "
                   TOTAL-RECUSADAS " RECUSADA(S)"
               IF (RETURN-CODE = 0) AND (TOTAL-RECUSADAS > 0) THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> aborta a manutenção por falha de E/S; espera
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
       *> confere STATUS-LISTAGEM depois de cada WRITE na LISTAGEM
       *> ------------------------------------------------------
       9010-VERIFICA-LISTAGEM.
           IF STATUS-LISTAGEM NOT = "00" THEN
               MOVE STATUS-LISTAGEM TO STATUS-IO-VERIFICADO
               MOVE "LISTAGEM" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       9010-VERIFICA-LISTAGEM-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> confere STATUS-TOMADORES depois de cada WRITE ou REWRITE
       *> no cadastro
       *> ------------------------------------------------------
       9020-VERIFICA-TOMADORES.
           IF STATUS-TOMADORES NOT = "00" THEN
               MOVE STATUS-TOMADORES TO STATUS-IO-VERIFICADO
               MOVE "TOMADORES" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
       9020-VERIFICA-TOMADORES-EXIT.
           EXIT.
       END PROGRAM TOMADORES.
