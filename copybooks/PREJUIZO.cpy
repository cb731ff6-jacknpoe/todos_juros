      *> PREJUIZO-REG - contrato baixado para prejuízo, um registro
      *> por contrato, em ordem ascendente de contrato, acumulado
      *> desde a primeira baixa. A provisão mensal (programa
      *> PROVISAO) acrescenta os contratos que atingem a regra de
      *> baixa e a recuperação (programa RECUPERA) soma o que cada
      *> um recuperou; os dois leem PREJUIZOS e gravam
      *> PREJUIZOS-NOVO, que a operação põe no lugar do anterior no
      *> fim do job. REMESSA, COBRANCA e CAIXA leem o arquivo para
      *> deixar de tratar o contrato como ativo, e CONTABIL para
      *> parar a apropriação de juros na data da baixa.
       01  PREJUIZO-REG.
           05  PJ-NUMERO-CONTRATO          PICTURE 9(9).
      *> data de corte da baixa; o ano e mês dela são a safra que
      *> o relatório de recuperação acompanha
           05  PJ-DATA-PREJUIZO            PICTURE 9(8).
           05  PJ-DATA-PREJUIZO-R REDEFINES PJ-DATA-PREJUIZO.
               10  PJ-SAFRA                PICTURE 9(6).
               10  PJ-DIA-PREJUIZO         PICTURE 9(2).
           05  PJ-PIOR-ATRASO              PICTURE 9(5).
      *> valor contábil baixado contra a provisão (principal em
      *> aberto mais juro apropriado e não pago na data de corte) e
      *> o total recuperado desde a baixa, nos mesmos centavos dos
      *> lançamentos
           05  PJ-VALOR-BAIXADO            PICTURE 9(11)V99.
           05  PJ-VALOR-RECUPERADO         PICTURE 9(11)V99.
           05  PJ-DATA-ULTIMA-RECUPERACAO  PICTURE 9(8).
