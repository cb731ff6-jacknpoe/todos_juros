       *>             conciliado ou retido no fechamento, e a
       *>             DATA-REFERENCIA passa a ser a data de
       *>             movimento do controle em vez do relógio
       *> Versão 0.3: 15/10/2026: a cópia do registro de controle
       *>             acompanha o passo novo do CONTROLE-LOTE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA.
       *> registro do FD não sobrevive ao CLOSE, e o carimbo do
       *> fechamento precisa regravar os passos que a esteira já
       *> tinha marcado
       01  CONTROLE-SALVO                  PICTURE X(14).

       *> quebras encontradas
       01  TOTAL-QUEBRAS                   PICTURE 9(9) VALUE 0.
