      * Layout do registro de tentativa do teste de nivelamento
      * (NIVELAM.DAT), gravado por CAP03AP11 e decidido pela
      * coordenacao no CAP03AP12. NV-ACERTOS-FAIXA guarda os acertos
      * (0-4) de cada faixa de dificuldade do teste, da mais facil a
      * mais dificil; NV-NIVEL (1-5) e o nivel de colocacao calculado
      * e casa com CP-NIVEL do registro de capacidade (CAPACREG.DAT).
      * NV-SITUACAO: "P" pendente de decisao, "M" matriculado na
      * turma NV-TURMA, "F" na fila de espera de NV-TURMA. Um
      * candidato pode ter varias tentativas; vale a mais recente.
       01  NV-REGISTRO.
           05  NV-ID           PIC X(9).
           05  NV-NOME         PIC X(25).
           05  NV-DATA         PIC 9(8).
           05  NV-HORA         PIC 9(6).
           05  NV-ACERTOS-FAIXA PIC 9 OCCURS 4 TIMES.
           05  NV-ACERTOS      PIC 9(2).
           05  NV-SEGUNDOS     PIC 9(6).
           05  NV-NIVEL        PIC 9.
           05  NV-SITUACAO     PIC X.
               88  NV-PENDENTE     VALUE "P".
               88  NV-MATRICULADO  VALUE "M".
               88  NV-EM-FILA      VALUE "F".
           05  NV-TURMA        PIC X(6).
           05  NV-DATA-SIT     PIC 9(8).
           05  NV-OPERADOR     PIC X(12).
