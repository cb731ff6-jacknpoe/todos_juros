      *> RATING-REG - rating de provisão de cada contrato avaliado
      *> pelo PROVISAO na data de corte, um registro por contrato em
      *> ordem ascendente de contrato (a ordem da AMORTIZACAO), com o
      *> pior atraso que o classificou, a exposição em aberto e a
      *> provisão calculadas sobre as BAIXAS. Contrato já baixado
      *> para prejuízo em execução anterior não é avaliado e não
      *> aparece aqui; o baixado nesta execução aparece com o rating
      *> que o levou à baixa. Lido pela exportação mensal ao SCR
      *> (programa SCR), que precisa do rating de cada operação.
       01  RATING-REG.
           05  RA-NUMERO-CONTRATO          PICTURE 9(9).
           05  RA-COMPETENCIA              PICTURE 9(6).
           05  RA-RATING                   PICTURE X(2).
           05  RA-PIOR-ATRASO              PICTURE 9(5).
           05  RA-EXPOSICAO                COMP-2.
           05  RA-PROVISAO                 COMP-2.
