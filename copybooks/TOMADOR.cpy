      *> TOMADOR-REG - cadastro indexado de tomadores, chaveado pelo
      *> tipo de pessoa e pelo CPF/CNPJ (TM-TOMADOR): um registro por
      *> devedor, com nome, endereço e segmento, mantido pelo programa
      *> TOMADORES a partir do movimento de cadastro. O tipo de pessoa
      *> faz parte da chave porque um CPF e um CNPJ com zeros à
      *> esquerda podem ter os mesmos 14 dígitos. A crítica de entrada
      *> recusa contrato cujo tomador não esteja aqui (ou esteja
      *> inativo), e a exposição consolidada (programa EXPOSICAO)
      *> tira daqui o nome e o segmento do devedor.
      *> Tomador não é apagado: a exclusão no movimento só o torna
      *> inativo, porque contratos antigos ainda apontam para ele.
       01  TOMADOR-REG.
           05  TM-TOMADOR.
               10  TM-TIPO-PESSOA          PICTURE X(1).
                   88  TM-PESSOA-FISICA    VALUE "F".
                   88  TM-PESSOA-JURIDICA  VALUE "J".
               10  TM-CPF-CNPJ             PICTURE 9(14).
           05  TM-NOME                     PICTURE X(60).
           05  TM-ENDERECO.
               10  TM-LOGRADOURO           PICTURE X(60).
               10  TM-MUNICIPIO            PICTURE X(30).
               10  TM-UF                   PICTURE X(2).
               10  TM-CEP                  PICTURE 9(8).
      *> segmento comercial do tomador: 1 varejo, 2 alta renda,
      *> 3 pequenas e médias empresas, 4 grandes empresas
           05  TM-SEGMENTO                 PICTURE 9(1).
               88  TM-SEGMENTO-VAREJO      VALUE 1.
               88  TM-SEGMENTO-ALTA-RENDA  VALUE 2.
               88  TM-SEGMENTO-PME         VALUE 3.
               88  TM-SEGMENTO-CORPORATE   VALUE 4.
           05  TM-SITUACAO                 PICTURE 9(1).
               88  TM-TOMADOR-ATIVO        VALUE 0.
               88  TM-TOMADOR-INATIVO      VALUE 1.
           05  TM-DATA-CADASTRO            PICTURE 9(8).
           05  TM-DATA-ALTERACAO           PICTURE 9(8).
