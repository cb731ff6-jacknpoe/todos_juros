           05  CT-MULTA-ATRASO             COMP-2.
           05  CT-MORA-MENSAL              COMP-2.
           05  CT-DATA-DESEMBOLSO          PICTURE 9(8).
      *> tomador do contrato: tipo de pessoa (F física, J jurídica) e
      *> CPF/CNPJ, a chave do cadastro de tomadores (copybook
      *> TOMADOR); a crítica recusa tomador que não esteja cadastrado
           05  CT-TOMADOR.
               10  CT-TIPO-PESSOA          PICTURE X(1).
               10  CT-CPF-CNPJ             PICTURE 9(14).
      *> tarifas cobradas na contratação (cadastro, avaliação etc.),
      *> em reais, descontadas do valor liberado ao tomador; entram
      *> no custo efetivo total (CET) que o JUROS calcula e imprime
      *> no demonstrativo pré-contratual; zero = contrato sem tarifa
           05  CT-TARIFAS                  COMP-2.
           05  CT-PARCELAS OCCURS 1 TO 360 TIMES
                           DEPENDING ON CT-QUANTIDADE.
               10  CT-DATA-VENCIMENTO      PICTURE 9(8).
