      * saldo em aberto de um compromisso e o valor original menos a
      * soma dos pagamentos; o envelhecimento (CAP06AP10) e calculado
      * sobre esse saldo, e o historico por compromisso responde "o
      * que foi pago e quando" numa contestacao. Num compromisso em
      * moeda estrangeira, PG-VALOR esta na moeda do compromisso
      * (PG-MOEDA, em branco = moeda local) e PG-VALOR-LOCAL guarda o
      * equivalente em moeda local pela taxa vigente na data do
      * pagamento (TAXACAMB); em moeda local os dois valores sao
      * iguais. Registros antigos, sem os dois campos, valem como
      * moeda local.
       01  PG-REGISTRO.
           05  PG-CODIGO       PIC X(8).
           05  PG-DATA         PIC 9(8).
           05  PG-VALOR        PIC 9(7)V99.
           05  PG-REFERENCIA   PIC X(12).
           05  PG-MOEDA        PIC X(3).
           05  PG-VALOR-LOCAL  PIC 9(9)V99.
