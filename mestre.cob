       *>             substituído, para a auditoria reconstruir o
       *>             histórico de precificação; o comparativo de
       *>             variações é o programa VARMESTRE
       *> Versão 0.9: 15/10/2026: leva para o mestre o tomador do
       *>             contrato (tipo de pessoa e CPF/CNPJ), para a
       *>             exposição consolidada por devedor (programa
       *>             EXPOSICAO)
       *> Versão 1.0: 15/10/2026: a cópia do registro de controle
       *>             acompanha o passo novo do CONTROLE-LOTE
       *> Versão 1.1: 15/10/2026: carrega adiante da imagem anterior
       *>             a data da baixa para prejuízo carimbada pelo
       *>             PROVISAO, que a regravação diária apagaria
       *> Versão 1.2: 15/10/2026: carrega adiante da imagem anterior
       *>             a data da cessão carimbada pelo CESSAO, que a
       *>             regravação diária apagaria

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESTRE.
       *> registro do FD não sobrevive ao CLOSE, e o carimbo do
       *> fechamento precisa regravar os passos que a esteira já
       *> tinha marcado
       01  CONTROLE-SALVO                  PICTURE X(14).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE RS-JUROS-CALCULADO TO MC-JUROS-CALCULADO.
           MOVE CT-INDEXADOR TO MC-INDEXADOR.
           MOVE CT-CONVENCAO-DIAS TO MC-CONVENCAO-DIAS.
           MOVE CT-TOMADOR TO MC-TOMADOR.
           MOVE CT-QUANTIDADE TO MC-QUANTIDADE.
           PERFORM VARYING INDICE FROM 1 BY 1 UNTIL INDICE > 360
               MOVE 0 TO MC-DATA-VENCIMENTO (INDICE)
               3160-CARREGAR-RENEGOCIACAO-EXIT.
           *> registro vivo no mestre corrente nunca está arquivado
           MOVE 0 TO MC-DATA-ARQUIVAMENTO.
           *> a baixa para prejuízo é carimbada pelo PROVISAO e não
           *> vem de RESULTADOS: passa adiante da imagem anterior
           MOVE 0 TO MC-DATA-PREJUIZO.
           IF HA-IMAGEM-ANTERIOR THEN
               MOVE IA-DATA-PREJUIZO TO MC-DATA-PREJUIZO
           END-IF.
           *> a cessão também é carimbada fora do lote, pelo CESSAO
           MOVE 0 TO MC-DATA-CESSAO.
           IF HA-IMAGEM-ANTERIOR THEN
               MOVE IA-DATA-CESSAO TO MC-DATA-CESSAO
           END-IF.
           *> contrato rejeitado não tem linhas de amortização; o
           *> mestre guarda só a situação, para a consulta responder
           *> "rejeitado no lote de tal dia"
