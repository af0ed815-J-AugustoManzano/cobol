      * Layout da data de aula prevista (AULAS.DAT), gerada pela tela
      * CAP04AP37 a partir da grade semanal e do periodo letivo da
      * turma, sem os feriados de FERIADOS.DAT. E o calendario que a
      * chamada diaria (CAP04AP07) confere e que o relatorio de
      * chamadas pendentes (CAP04AP38) cobra.
       01  AU-REGISTRO.
           05  AU-TURMA        PIC X(6).
           05  AU-DATA         PIC 9(8).
           05  AU-INICIO       PIC 9(4).
           05  AU-FIM          PIC 9(4).
           05  AU-SALA         PIC X(4).
