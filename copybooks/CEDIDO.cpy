      *> CEDIDO-REG - contrato cedido (vendido) a outra instituição,
      *> um registro por contrato, em ordem ascendente de contrato,
      *> acumulado desde a primeira cessão. A confirmação da cessão
      *> (programa CESSAO) acrescenta os contratos vendidos; ela lê
      *> CONTRATOS-CEDIDOS e grava CONTRATOS-CEDIDOS-NOVO, que a
      *> operação põe no lugar do anterior no fim do job. REMESSA,
      *> PROVISAO, CONTABIL e REGUA leem o arquivo para deixar de
      *> cobrar, provisionar, apropriar e acionar o contrato;
      *> COBRANCA, para não calcular mora nem multa, e CAIXA, para
      *> lançar o que ainda se receber dele em saldos credores.
       01  CEDIDO-REG.
           05  CD-NUMERO-CONTRATO          PICTURE 9(9).
      *> data da cessão: a apropriação de juros do contrato vai só
      *> até ela
           05  CD-DATA-CESSAO              PICTURE 9(8).
           05  CD-CESSIONARIO              PICTURE X(30).
      *> valor contábil baixado (carteira e juros apropriados a
      *> receber) e o preço recebido do cessionário, nos mesmos
      *> centavos dos lançamentos; a diferença é o resultado
           05  CD-VALOR-CONTABIL           PICTURE 9(11)V99.
           05  CD-PRECO-CESSAO             PICTURE 9(11)V99.
