      * Layout do horario semanal de aula por turma (GRADEREG.DAT),
      * mantido pela tela CAP04AP37. GR-DIA-SEMANA segue o calculo do
      * C0602FER/C06EX01 (0 = domingo ... 6 = sabado); GR-INICIO e
      * GR-FIM sao HHMM. Uma turma tem um registro por aula semanal.
       01  GR-REGISTRO.
           05  GR-TURMA        PIC X(6).
           05  GR-DIA-SEMANA   PIC 9.
           05  GR-INICIO       PIC 9(4).
           05  GR-FIM          PIC 9(4).
           05  GR-SALA         PIC X(4).
