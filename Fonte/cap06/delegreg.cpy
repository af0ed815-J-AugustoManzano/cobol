      * Layout do registro de delegacoes de alcada (DELEGREG.DAT),
      * mantido pela tela CAP06AP24 e consultado pelo servico DELEGSVC
      * (e, por ele, pelo PERMCHK). O aprovador titular nomeia um
      * substituto para um periodo (DG-INICIO a DG-FIM, inclusive) e
      * ate quatro funcoes de aprovacao (nome do programa, como em
      * PERMREG.DAT). Fora do periodo, ou cancelada ("C" em
      * DG-SITUACAO), a delegacao nao vale; o registro fica no
      * arquivo como evidencia e sai no relatorio CAP06AP25.
       01  DG-REGISTRO.
           05  DG-SEQ          PIC 9(4).
           05  DG-TITULAR      PIC X(8).
           05  DG-SUBSTITUTO   PIC X(8).
           05  DG-INICIO       PIC 9(8).
           05  DG-FIM          PIC 9(8).
           05  DG-FUNCOES.
               10  DG-FUNCAO   PIC X(9) OCCURS 4 TIMES.
           05  DG-SITUACAO     PIC X.
               88  DG-ATIVA        VALUE "A".
               88  DG-CANCELADA    VALUE "C".
           05  DG-MOTIVO       PIC X(30).
           05  DG-REGISTRADOR  PIC X(12).
           05  DG-DATA-REG     PIC 9(8).
