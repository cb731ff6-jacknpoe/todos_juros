      *> RECUPERACAO-REG - recebimento de contrato baixado para
      *> prejuízo, desviado da baixa pelo COBRANCA, no mesmo layout
      *> do RECEBIMENTOS e na mesma ordem ascendente de contrato e
      *> parcela; a recuperação (programa RECUPERA) lança a receita
      *> e acumula o valor na safra da baixa.
       01  RECUPERACAO-REG.
           05  RP-NUMERO-CONTRATO          PICTURE 9(9).
           05  RP-INDICE                   PICTURE 9(9).
           05  RP-DATA-PAGAMENTO           PICTURE 9(8).
           05  RP-VALOR-PAGO               COMP-2.
