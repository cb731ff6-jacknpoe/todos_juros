      *> SALDO-CREDOR-REG - saldo credor de contrato, um registro por
      *> contrato, em ordem ascendente de contrato: é o que sobrou do
      *> pagamento sem parcela (ou do excedente de parcela paga a
      *> maior) depois que a baixa do COBRANCA quitou os encargos e
      *> as parcelas vencidas. O COBRANCA lê o saldo da execução
      *> anterior em SALDOS-CREDORES, consome o crédito na próxima
      *> parcela que vencer depois de SC-DATA-ORIGEM e grava o saldo
      *> restante em SALDOS-CREDORES-NOVO, que a operação põe no
      *> lugar do anterior no fim do job.
       01  SALDO-CREDOR-REG.
           05  SC-NUMERO-CONTRATO          PICTURE 9(9).
      *> data da baixa que gerou ou atualizou o saldo: só parcela
      *> com vencimento posterior a ela consome o crédito
           05  SC-DATA-ORIGEM              PICTURE 9(8).
           05  SC-VALOR                    COMP-2.
