      * Layout das disciplinas do curriculo de programa
      * (CURRDISC.DAT), uma por registro, mantidas em CAP04AP41. A
      * disciplina e o codigo de DISCREG.DAT; CD-TIPO "O" obrigatoria
      * (todas precisam estar concluidas para o diploma) ou "E"
      * eletiva (conta so pelos creditos); CD-CREDITOS e o peso da
      * disciplina na conta dos creditos minimos do programa.
       01  CD-REGISTRO.
           05  CD-PROGRAMA         PIC X(6).
           05  CD-DISCIPLINA       PIC X(4).
           05  CD-TIPO             PIC X.
               88  CD-OBRIGATORIA  VALUE "O".
               88  CD-ELETIVA      VALUE "E".
           05  CD-CREDITOS         PIC 9(2).
