      *> HISTORICO-COBRANCA-REG - histórico das ações da régua de
      *> cobrança (programa REGUA), um registro por parcela que já
      *> recebeu alguma ação, em ordem ascendente de contrato e
      *> parcela: a data de cada degrau já cumprido (lembrete,
      *> notificação formal, inclusão no cadastro de proteção ao
      *> crédito), o devedor e o valor que foram negativados e a
      *> data e o motivo da exclusão. Uma data preenchida é o que
      *> impede o mesmo degrau de ser repetido para a parcela. A
      *> exclusão é por pagamento (inclusive a recuperação que
      *> cobre o valor baixado para prejuízo), por renegociação ou
      *> pela cessão do crédito a outra instituição. O
      *> vencimento identifica a parcela: quando a renegociação
      *> troca o cronograma, o mesmo número de parcela com outro
      *> vencimento é outra dívida. O REGUA lê HISTORICO-COBRANCA e
      *> grava HISTORICO-COBRANCA-NOVO, que a operação põe no lugar
      *> do anterior no fim do job.
       01  HISTORICO-COBRANCA-REG.
           05  HC-NUMERO-CONTRATO          PICTURE 9(9).
           05  HC-INDICE                   PICTURE 9(9).
           05  HC-DATA-VENCIMENTO          PICTURE 9(8).
           05  HC-DATA-LEMBRETE            PICTURE 9(8).
           05  HC-DATA-NOTIFICACAO         PICTURE 9(8).
           05  HC-DATA-NEGATIVACAO         PICTURE 9(8).
      *> devedor e valor como foram enviados ao cadastro, para a
      *> exclusão sair com a mesma identificação da inclusão
           05  HC-TOMADOR-NEGATIVADO.
               10  HC-TIPO-PESSOA          PICTURE X(1).
               10  HC-CPF-CNPJ             PICTURE 9(14).
           05  HC-VALOR-NEGATIVADO         PICTURE 9(11)V99.
           05  HC-DATA-EXCLUSAO            PICTURE 9(8).
           05  HC-MOTIVO-EXCLUSAO          PICTURE 9(1).
               88  HC-SEM-EXCLUSAO         VALUE 0.
               88  HC-EXCLUIDA-POR-PAGAMENTO VALUE 1.
               88  HC-EXCLUIDA-POR-RENEGOCIACAO VALUE 2.
               88  HC-EXCLUIDA-POR-CESSAO  VALUE 3.
