      * Layout do registro de capacidade por turma (CAPACREG.DAT),
      * mantido pela tela de coordenacao CAP04AP28 e consultado por
      * TURMAVAG. Turma sem registro e tratada como sem limite
      * (capacidade 999). CP-NIVEL e o nivel (1-5) do teste de
      * nivelamento que a turma atende, usado na recomendacao de turma
      * do CAP03AP12; em branco, a turma nao recebe recomendacao.
      * CP-UNIDADE e a unidade (sitio, cadastro UNIDADE.DAT) onde a
      * turma tem aula; em branco nos registros antigos, vale a sede.
       01  CP-REGISTRO.
           05  CP-TURMA        PIC X(6).
           05  CP-CAPACIDADE   PIC 9(3).
           05  CP-NIVEL        PIC X.
           05  CP-UNIDADE      PIC X(3).
