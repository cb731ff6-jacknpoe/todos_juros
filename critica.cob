       *>             relógio, na falta dela), vira a DATA-REFERENCIA
       *>             de toda a esteira, e uma crítica já fechada
       *>             para o mesmo movimento recusa a reexecução
       *> Versão 0.7: 15/10/2026: valida o tomador novo do contrato
       *>             (CT-TOMADOR: tipo de pessoa e CPF/CNPJ) contra
       *>             o cadastro de tomadores (CADASTRO-TOMADORES,
       *>             mantido pelo programa TOMADORES): tomador
       *>             inexistente ou inativo é o motivo 13
       *> Versão 0.8: 15/10/2026: a abertura do movimento zera também
       *>             o passo novo da extração contábil da cobrança
       *>             (programa CAIXA) no CONTROLE-LOTE
       *> Versão 0.9: 15/10/2026: valida as tarifas de contratação
       *>             novas do contrato (CT-TARIFAS, que entram no
       *>             CET calculado pelo JUROS): tarifa negativa é o
       *>             motivo 14

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRITICA.
           SELECT REJEITADOS ASSIGN TO "CONTRATOS-REJEITADOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-REJEITADOS.
           *> cadastro indexado de tomadores, consultado pela chave
           *> do tomador de cada contrato
           SELECT TOMADORES ASSIGN TO "CADASTRO-TOMADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TOMADOR
               FILE STATUS IS STATUS-TOMADORES.
           *> listagem de rejeições para a equipe de originação
           SELECT LISTAGEM ASSIGN TO "LISTA-REJEICOES"
               ORGANIZATION IS LINE SEQUENTIAL
           05  RJ-MULTA-ATRASO             COMP-2.
           05  RJ-MORA-MENSAL              COMP-2.
           05  RJ-DATA-DESEMBOLSO          PICTURE 9(8).
           05  RJ-TOMADOR.
               10  RJ-TIPO-PESSOA          PICTURE X(1).
               10  RJ-CPF-CNPJ             PICTURE 9(14).
           05  RJ-TARIFAS                  COMP-2.
           05  RJ-PARCELAS OCCURS 360 TIMES.
               10  RJ-DATA-VENCIMENTO      PICTURE 9(8).
               10  RJ-PESO                 COMP-2.

       FD  TOMADORES
           LABEL RECORDS ARE STANDARD.
       COPY TOMADOR.

       FD  LISTAGEM
           LABEL RECORDS ARE STANDARD.
       01  LISTAGEM-LINHA                  PICTURE X(132).
       LOCAL-STORAGE SECTION.
       *> quantidade de motivos de rejeição conhecidos; as descrições
       *> na TABELA-DESCRICOES têm que acompanhar este limite
       78  TOTAL-DE-MOTIVOS VALUE 14.
       *> limite físico de CT-PARCELAS no layout CONTRATOS-REG
       78  PARCELAS-MAXIMAS VALUE 360.
       *> maior código de indexador conhecido (0 pré-fixado, 1 CDI,
               VALUE "MULTA DE ATRASO NEGATIVA".
           05  FILLER                      PICTURE X(35)
               VALUE "MORA DE ATRASO NEGATIVA".
           05  FILLER                      PICTURE X(35)
               VALUE "TOMADOR NAO CADASTRADO OU INATIVO".
           05  FILLER                      PICTURE X(35)
               VALUE "TARIFAS DE CONTRATACAO NEGATIVAS".
       01  DESCRICOES REDEFINES TABELA-DESCRICOES.
           05  DESCRICAO-MOTIVO            PICTURE X(35)
                                           OCCURS TOTAL-DE-MOTIVOS.
       01  STATUS-ACEITOS                  PICTURE X(2).
       01  STATUS-REJEITADOS               PICTURE X(2).
       01  STATUS-LISTAGEM                 PICTURE X(2).
       01  STATUS-TOMADORES                PICTURE X(2).

       *> só liga depois que ACEITOS/REJEITADOS/LISTAGEM forem abertos
       *> de fato, para 8000-FINALIZAR não tentar gravar nem fechar
       *> cópia do registro de controle lido na partida: a área de
       *> registro do FD não sobrevive ao CLOSE, e o teste de
       *> reexecução é feito depois dele
       01  CONTROLE-SALVO                  PICTURE X(14).

       *> layout da listagem de rejeições
       01  LINHAS-NA-PAGINA                PICTURE 9(3) VALUE 99.
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN INPUT TOMADORES.
           IF STATUS-TOMADORES NOT = "00" THEN
               MOVE STATUS-TOMADORES TO STATUS-IO-VERIFICADO
               MOVE "TOMADORES" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           OPEN OUTPUT LISTAGEM.
           IF STATUS-LISTAGEM NOT = "00" THEN
               MOVE STATUS-LISTAGEM TO STATUS-IO-VERIFICADO
               3160-VALIDAR-CONVENCAO-EXIT.
           PERFORM 3170-VALIDAR-ENCARGOS THRU
               3170-VALIDAR-ENCARGOS-EXIT.
           PERFORM 3180-VALIDAR-TOMADOR THRU
               3180-VALIDAR-TOMADOR-EXIT.
           PERFORM 3190-VALIDAR-TARIFAS THRU
               3190-VALIDAR-TARIFAS-EXIT.
           MOVE 0 TO PRIMEIRO-MOTIVO.
           PERFORM VARYING INDICE-MOTIVO FROM TOTAL-DE-MOTIVOS BY -1
               UNTIL INDICE-MOTIVO < 1
       3170-VALIDAR-ENCARGOS-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> o tomador do contrato tem que estar no cadastro e ativo:
       *> tipo de pessoa desconhecido ou CPF/CNPJ zerado nem chega
       *> a ser procurado; chave inexistente (status 23) ou tomador
       *> inativado no cadastro é rejeição, qualquer outro status é
       *> falha de E/S
       *> ------------------------------------------------------
       3180-VALIDAR-TOMADOR.
           MOVE 13 TO MOTIVO-MARCANDO.
           MOVE 0 TO PARCELA-MARCANDO.
           IF ((CT-TIPO-PESSOA NOT = "F") AND
               (CT-TIPO-PESSOA NOT = "J")) OR
               (CT-CPF-CNPJ NOT NUMERIC) OR
               (CT-CPF-CNPJ = 0) THEN
               PERFORM 3145-MARCAR-MOTIVO THRU
                   3145-MARCAR-MOTIVO-EXIT
               GO TO 3180-VALIDAR-TOMADOR-EXIT
           END-IF.
           MOVE CT-TOMADOR TO TM-TOMADOR.
           READ TOMADORES.
           IF STATUS-TOMADORES = "23" THEN
               PERFORM 3145-MARCAR-MOTIVO THRU
                   3145-MARCAR-MOTIVO-EXIT
               GO TO 3180-VALIDAR-TOMADOR-EXIT
           END-IF.
           IF STATUS-TOMADORES NOT = "00" THEN
               MOVE STATUS-TOMADORES TO STATUS-IO-VERIFICADO
               MOVE "TOMADORES" TO DESCRICAO-ARQUIVO-IO
               PERFORM 9000-ABORTAR-ERRO-ARQUIVO THRU
                   9000-ABORTAR-ERRO-ARQUIVO-EXIT
           END-IF.
           IF NOT TM-TOMADOR-ATIVO THEN
               PERFORM 3145-MARCAR-MOTIVO THRU
                   3145-MARCAR-MOTIVO-EXIT
           END-IF.
       3180-VALIDAR-TOMADOR-EXIT.
           EXIT.

       *> ------------------------------------------------------
       *> as tarifas de contratação são um valor em reais e não
       *> podem ser negativas (zero é contrato sem tarifa): uma
       *> tarifa negativa inflaria o valor liberado e derrubaria o
       *> CET abaixo da própria taxa do contrato
       *> ------------------------------------------------------
       3190-VALIDAR-TARIFAS.
           IF CT-TARIFAS < 0.0 THEN
               MOVE 14 TO MOTIVO-MARCANDO
               MOVE 0 TO PARCELA-MARCANDO
               PERFORM 3145-MARCAR-MOTIVO THRU
                   3145-MARCAR-MOTIVO-EXIT
           END-IF.
       3190-VALIDAR-TARIFAS-EXIT.
           EXIT.

       3200-GRAVAR-ACEITO.
           *> a quantidade do destino dimensiona o registro variável
           *> e por isso é posta ANTES da cópia do grupo
           MOVE CT-MULTA-ATRASO TO RJ-MULTA-ATRASO.
           MOVE CT-MORA-MENSAL TO RJ-MORA-MENSAL.
           MOVE CT-DATA-DESEMBOLSO TO RJ-DATA-DESEMBOLSO.
           MOVE CT-TOMADOR TO RJ-TOMADOR.
           MOVE CT-TARIFAS TO RJ-TARIFAS.
           PERFORM VARYING INDICE FROM 1 BY 1
               UNTIL INDICE > PARCELAS-MAXIMAS
               MOVE 0 TO RJ-DATA-VENCIMENTO (INDICE)
               CLOSE CONTRATOS
               CLOSE ACEITOS
               CLOSE REJEITADOS
               CLOSE TOMADORES
               CLOSE LISTAGEM
               *> a crítica fechou o dia (rejeição de contrato não é
               *> falha do passo): abre o movimento no controle antes
           MOVE 0 TO LT-CONCILIA-SITUACAO.
           MOVE 0 TO LT-MESTRE-FECHADO.
           MOVE 0 TO LT-CONTABIL-FECHADO.
           MOVE 0 TO LT-CAIXA-FECHADO.
           OPEN OUTPUT CONTROLE.
           IF STATUS-CONTROLE NOT = "00" THEN
               MOVE STATUS-CONTROLE TO STATUS-IO-VERIFICADO
