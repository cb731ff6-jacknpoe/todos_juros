      *> Parcela com MC-SITUACAO-PAGAMENTO 9 é parcela que ainda não
      *> passou por nenhuma baixa (o lote do dia rodou sem BAIXAS);
      *> para saldo devedor ela conta como em aberto.
      *> MC-TOMADOR, MC-DATA-PREJUIZO e MC-DATA-CESSAO entraram no
      *> fim do registro depois de MC-DATA-ARQUIVAMENTO: mestre e
      *> histórico gravados no layout anterior passam uma vez pela
      *> conversão (programa CONVMEST) antes de serem lidos com este.
       01  MESTRE-REG.
           05  MC-NUMERO-CONTRATO          PICTURE 9(9).
           05  MC-STATUS                   PICTURE 9(1).
      *> nos registros do MESTRE-HISTORICO, de onde a consulta
      *> responde "contrato arquivado em tal data"
           05  MC-DATA-ARQUIVAMENTO        PICTURE 9(8).
      *> tomador do contrato (tipo de pessoa e CPF/CNPJ, a chave do
      *> cadastro de tomadores), copiado do contrato pelo MESTRE
      *> para a exposição consolidada por devedor
           05  MC-TOMADOR.
               10  MC-TIPO-PESSOA          PICTURE X(1).
               10  MC-CPF-CNPJ             PICTURE 9(14).
      *> data de corte da provisão em que o contrato foi baixado
      *> para prejuízo (zero = contrato ativo), carimbada pelo
      *> PROVISAO e carregada adiante pelo MESTRE; contrato baixado
      *> sai da posição da carteira e os recebimentos dele seguem
      *> pela recuperação (programa RECUPERA)
           05  MC-DATA-PREJUIZO            PICTURE 9(8).
      *> data da cessão do contrato a outra instituição (zero =
      *> contrato da casa), carimbada pela confirmação da cessão
      *> (programa CESSAO) e carregada adiante pelo MESTRE; contrato
      *> cedido sai da posição da carteira e não é mais cobrado,
      *> provisionado nem apropriado
           05  MC-DATA-CESSAO              PICTURE 9(8).
