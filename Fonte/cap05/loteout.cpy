      * processada em execucao anterior. Linhas de tipo "E" sao o
      * fechamento de um departamento: o subtotal das operacoes
      * daquele LT-R-DEPTO na execucao, gravadas apos o fim do
      * arquivo de entrada, com status "DEP ". Status "DEPT" marca um
      * registro recusado por departamento desconhecido ou inativo no
      * cadastro DEPTO.DAT (sem calculo, resultado zerado). Na
      * operacao "I", LT-R-BASE e a base do imposto efetivamente
      * usada (a base larga do registro de imposto ou LT-VLR-1); nas
      * demais operacoes fica zerada.
       01  LT-RESULTADO.
           05  LT-R-REQ-ID     PIC X(8).
           05  LT-R-TIPO       PIC X.
           05  LT-R-RESULTADO  PIC S9(8)V9999.
           05  LT-R-STATUS     PIC X(4).
           05  LT-R-DEPTO      PIC X(4).
           05  LT-R-BASE       PIC 9(9)V99.
