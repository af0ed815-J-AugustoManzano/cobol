      * Layout do registro de saldos dos extratos bancarios
      * (BANCOSLD.DAT): um registro por extrato diario carregado pelo
      * CAP05AP14, com a conta, os saldos inicial e final informados
      * pelo banco (ja conferidos contra os lancamentos), a
      * quantidade de linhas e a data de negocio da carga. Um extrato
      * ja presente aqui (mesma data e conta) nao e carregado de novo.
       01  BS-REGISTRO.
           05  BS-DATA-EXTRATO PIC 9(8).
           05  BS-CONTA        PIC X(12).
           05  BS-SALDO-INICIAL PIC S9(11)V99.
           05  BS-SALDO-FINAL  PIC S9(11)V99.
           05  BS-QTDE-LINHAS  PIC 9(5).
           05  BS-DATA-CARGA   PIC 9(8).
