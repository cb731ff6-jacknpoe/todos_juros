      *> um dia já fechado, a menos que o CHECKPOINT diga que é
      *> reinício; CONCILIA marca o dia conciliado (ou retido, no
      *> seu código de retorno 8); MESTRE e CONTABIL recusam dia não
      *> conciliado e recusam reexecução de passo já fechado, e o
      *> mesmo vale para a extração contábil da cobrança (programa
      *> CAIXA), que carimba LT-CAIXA-FECHADO. A data
      *> de movimento do registro é a DATA-REFERENCIA de todos eles,
      *> para um lote atrasado que rode depois da meia-noite ainda
      *> precificar e envelhecer contra o dia certo.
               88  O-MESTRE-FECHOU         VALUE 1.
           05  LT-CONTABIL-FECHADO        PICTURE 9(1).
               88  O-CONTABIL-FECHOU       VALUE 1.
           05  LT-CAIXA-FECHADO            PICTURE 9(1).
               88  O-CAIXA-FECHOU          VALUE 1.
