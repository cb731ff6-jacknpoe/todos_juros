       *>             isso a esteira diária continuava precificando
       *>             os termos velhos e o MESTRE desfazia a
       *>             renegociação na regravação seguinte
       *> Versão 0.4: 15/10/2026: o contrato substituto leva o tomador
       *>             (tipo de pessoa e CPF/CNPJ) do mestre, para a
       *>             crítica do dia seguinte não recusá-lo por
       *>             tomador não cadastrado
       *> Versão 0.5: 15/10/2026: o contrato substituto sai sem
       *>             tarifas de contratação (CT-TARIFAS zerado): a
       *>             renegociação não cobra tarifa nova

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEGOCIA.
           MOVE RG-MULTA-ATRASO TO RN-MULTA-ATRASO.
           MOVE RG-MORA-MENSAL TO RN-MORA-MENSAL.
           MOVE RG-DATA-EFETIVA TO RN-DATA-DESEMBOLSO.
           MOVE MC-TOMADOR TO RN-TOMADOR.
           MOVE 0.0 TO RN-TARIFAS.
           PERFORM VARYING INDICE FROM 1 BY 1
               UNTIL INDICE > RG-QUANTIDADE
               MOVE RG-DATA-VENCIMENTO (INDICE)
