      * Layout do registro de movimento bancario (BANCOMOV.DAT): uma
      * linha por lancamento do extrato diario carregado pelo
      * CAP05AP14 (BANCOIN.DAT), identificada pela data do extrato e
      * pela sequencia da linha nele. BM-NATUREZA "C" e entrada na
      * conta (credito do banco), "D" e saida. BM-SITUACAO:
      *    "P" pendente - ainda sem compromisso correspondente;
      *    "A" conciliada automaticamente pelo CAP05AP14;
      *    "M" conciliada a mao na tela C0502CCB;
      *    "E" explicada sem registro (tarifa, estorno do banco...),
      *        com a explicacao em BM-OBSERVACAO.
      * Nas conciliadas, BM-CODIGO e o compromisso baixado pelo
      * pagamento gravado em COMPAGTO.DAT.
       01  BM-REGISTRO.
           05  BM-DATA-EXTRATO PIC 9(8).
           05  BM-SEQUENCIA    PIC 9(5).
           05  BM-DATA         PIC 9(8).
           05  BM-NATUREZA     PIC X.
           05  BM-VALOR        PIC 9(9)V99.
           05  BM-DOCUMENTO    PIC X(12).
           05  BM-HISTORICO    PIC X(25).
           05  BM-SITUACAO     PIC X.
           05  BM-CODIGO       PIC X(8).
           05  BM-OBSERVACAO   PIC X(20).
