      * Layout do registro de inspecao de lote recebido (INSPECAO.DAT),
      * gravado pelo registro de inspecao do CAP05AP17 e lido pelo
      * quadro mensal de qualidade dos fornecedores (CAP05AP18). Cada
      * lote traz o plano de amostragem usado na bancada - amostra n
      * (IL-AMOSTRA), numero de aceitacao c (IL-ACEITACAO) e o nivel
      * de qualidade aceitavel do plano em % (IL-NQA) - e os defeitos
      * achados na amostra. IL-DECISAO: "A" aceito (defeitos ate c),
      * "R" rejeitado. IL-NUMERO e o numero corrido da inspecao e
      * IL-DATA a data de negocio do registro (AAAAMMDD).
       01  IL-REGISTRO.
           05  IL-NUMERO       PIC 9(6).
           05  IL-DATA         PIC 9(8).
           05  IL-FORNECEDOR   PIC X(12).
           05  IL-ITEM         PIC X(10).
           05  IL-LOTE         PIC 9(6).
           05  IL-AMOSTRA      PIC 9(4).
           05  IL-ACEITACAO    PIC 9(4).
           05  IL-NQA          PIC 9(2)V99.
           05  IL-DEFEITOS     PIC 9(4).
           05  IL-DECISAO      PIC X.
           05  IL-OPERADOR     PIC X(12).
