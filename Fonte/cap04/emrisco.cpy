      * Layout do registro de ocorrencia de risco (EMRISCO.DAT),
      * acrescentado a cada execucao do alerta precoce CAP04AP30: um
      * registro por estudante apontado, com a presenca e a media do
      * momento e a data da apuracao. O mesmo estudante pode aparecer
      * em varias execucoes; a correspondencia (CAP04AP44) manda uma
      * unica carta por estudante e turma.
       01  ER-REGISTRO.
           05  ER-ID           PIC X(9).
           05  ER-NOME         PIC X(25).
           05  ER-TURMA        PIC X(6).
           05  ER-PRESENCA     PIC 9(3)V99.
           05  ER-MEDIA        PIC 99V99.
           05  ER-DATA         PIC 9(8).
