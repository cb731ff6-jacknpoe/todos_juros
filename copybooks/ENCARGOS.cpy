      *> ENCARGOS-REG - encargos de atraso da parcela, uma linha por
      *> parcela que estava vencida e não quitada antes da
      *> distribuição dos pagamentos do COBRANCA, em ordem ascendente
      *> de contrato e parcela: a mora e a multa calculadas na data
      *> da execução, o que delas o pagamento do dia já quitou e o
      *> total que continua devido (saldo da parcela mais os
      *> encargos não pagos). Era um grupo 01 particular do COBRANCA;
      *> virou copybook quando a extração contábil da cobrança
      *> (programa CAIXA) passou a reler o mesmo layout para lançar
      *> a mora e a multa recebidas.
       01  ENCARGOS-REG.
           05  EN-NUMERO-CONTRATO          PICTURE 9(9).
           05  EN-INDICE                   PICTURE 9(9).
           05  EN-DATA-VENCIMENTO          PICTURE 9(8).
           05  EN-DIAS-ATRASO              PICTURE 9(5).
           05  EN-PRINCIPAL-VENCIDO        COMP-2.
           05  EN-MORA                     COMP-2.
           05  EN-MULTA                    COMP-2.
           05  EN-TOTAL-DEVIDO             COMP-2.
           05  EN-MORA-PAGA                COMP-2.
           05  EN-MULTA-PAGA               COMP-2.
