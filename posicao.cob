       *> mensal que um analista fazia somando impressões da
       *> consulta avulsa
       *> Versão 0.1: 03/09/2026: primeira versão
       *> Versão 0.2: 15/10/2026: contrato baixado para prejuízo
       *>             (MC-DATA-PREJUIZO carimbada) sai da carteira
       *>             ativa e das aberturas e é contado à parte
       *> Versão 0.3: 15/10/2026: contrato cedido a outra instituição
       *>             (MC-DATA-CESSAO carimbada pelo CESSAO) também
       *>             sai da carteira ativa e é contado à parte

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICAO.
       01  TOTAL-ACRESCIMO                 COMP-2 VALUE 0.0.
       01  TOTAL-JUROS                     COMP-2 VALUE 0.0.
       01  TOTAL-SEM-LIMPEZA               PICTURE 9(9) VALUE 0.
       01  TOTAL-EM-PREJUIZO               PICTURE 9(9) VALUE 0.
       01  TOTAL-CEDIDOS                   PICTURE 9(9) VALUE 0.

       *> controle de arquivos
       01  FIM-MESTRE                      PICTURE 9(1) VALUE 0.
           05  FILLER PICTURE X(44) VALUE
               "CONTRATOS REJEITADOS OU SEM CONVERGENCIA:   ".
           05  LMP-CONTRATOS PICTURE Z(8)9.
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
       *> ------------------------------------------------------
       *> contrato rejeitado ou sem convergência não tem posição
       *> confiável: entra só na contagem de pendências de limpeza;
       *> contrato baixado para prejuízo ou cedido já saiu da
       *> carteira e só é contado; os demais entram nas três
       *> aberturas e nos totais gerais
       *> ------------------------------------------------------
       3100-ACUMULAR-UM-CONTRATO.
           IF MC-DATA-PREJUIZO > 0 THEN
               ADD 1 TO TOTAL-EM-PREJUIZO
               GO TO 3100-ACUMULAR-UM-CONTRATO-EXIT
           END-IF.
           IF MC-DATA-CESSAO > 0 THEN
               ADD 1 TO TOTAL-CEDIDOS
               GO TO 3100-ACUMULAR-UM-CONTRATO-EXIT
           END-IF.
           IF (MC-STATUS NOT = 0) OR (MC-CONVERGIU = 0) THEN
               ADD 1 TO TOTAL-SEM-LIMPEZA
               GO TO 3100-ACUMULAR-UM-CONTRATO-EXIT

       *> ------------------------------------------------------
       *> imprime as três aberturas, os totais e a contagem de
       *> pendências de limpeza e dos contratos em prejuízo e
       *> fecha tudo
       *> ------------------------------------------------------
       8000-FINALIZAR.
           IF OS-ARQUIVOS-ESTAO-ABERTOS THEN
                   9010-VERIFICA-RELATORIO-EXIT
               MOVE TOTAL-SEM-LIMPEZA TO LMP-CONTRATOS
               WRITE RELATORIO-LINHA FROM LINHA-LIMPEZA
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               MOVE TOTAL-EM-PREJUIZO TO PRJ-CONTRATOS
               WRITE RELATORIO-LINHA FROM LINHA-PREJUIZO
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               MOVE TOTAL-CEDIDOS TO CED-CONTRATOS
               WRITE RELATORIO-LINHA FROM LINHA-CEDIDOS
               PERFORM 9010-VERIFICA-RELATORIO THRU
                   9010-VERIFICA-RELATORIO-EXIT
               CLOSE MESTRE
               CLOSE RELATORIO
               DISPLAY "POSICAO DA CARTEIRA APURADA: "
                   TOTAL-CONTRATOS-ATIVOS " CONTRATO(S) ATIVO(S), "
                   TOTAL-SEM-LIMPEZA " SEM LIMPEZA, "
                   TOTAL-EM-PREJUIZO " EM PREJUIZO, "
                   TOTAL-CEDIDOS " CEDIDO(S)"
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.
