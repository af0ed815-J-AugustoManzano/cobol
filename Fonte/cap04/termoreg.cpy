      * Layout do periodo letivo por turma (TERMOREG.DAT), mantido
      * pela tela CAP04AP37: primeira e ultima data (AAAAMMDD) em que
      * a grade semanal da turma vale, limites da geracao das datas
      * de aula.
       01  TM-REGISTRO.
           05  TM-TURMA        PIC X(6).
           05  TM-INICIO       PIC 9(8).
           05  TM-FIM          PIC 9(8).
