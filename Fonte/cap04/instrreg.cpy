      * CAP04AP32. IN-OPERADOR liga o instrutor ao nome de operador da
      * sessao (OP-NOME de OPERREG.DAT): e por ele que os pedidos de
      * troca de nota sao conferidos contra a atribuicao de turma.
      * IN-VALOR-HORA e o valor da hora-aula, base dos honorarios
      * mensais (CAP04AP39); registro antigo sem o valor fica com
      * brancos ali e sai sem honorario ate o valor ser informado.
       01  IN-REGISTRO.
           05  IN-CODIGO       PIC X(4).
           05  IN-NOME         PIC X(25).
           05  IN-OPERADOR     PIC X(12).
           05  IN-VALOR-HORA   PIC 9(5)V99.
