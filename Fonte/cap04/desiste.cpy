      * Layout do registro de desistencia e transferencia
      * (DESISTE.DAT), gravado pelo CAP04AP46: a matricula que sai da
      * turma nao e apagada, vem para ca inteira (DS-MATRICULA, o
      * mesmo desenho de TR-REGISTRO, com as notas do momento), um
      * registro por disciplina. DS-TIPO "D" desistencia, "T"
      * transferencia para DS-TURMA-DESTINO. DS-MOTIVO e o codigo da
      * tabela de motivos do CAP04AP46 e DS-DATA-EFETIVA a data
      * (AAAAMMDD) a partir da qual a matricula deixou de valer. No
      * fechamento da turma de origem (CAP04AP21) estes registros
      * entram no historico como DESISTENTE ou TRANSFERIDO.
       01  DS-REGISTRO.
           05  DS-MATRICULA.
               10  DS-ID               PIC X(9).
               10  DS-NOME             PIC X(25).
               10  DS-NOTA             PIC 99V99 OCCURS 4 TIMES.
               10  DS-TURMA            PIC X(6).
               10  DS-DISCIPLINA       PIC X(4).
           05  DS-TIPO                 PIC X.
               88  DS-DESISTENCIA      VALUE "D".
               88  DS-TRANSFERENCIA    VALUE "T".
           05  DS-MOTIVO               PIC X(2).
           05  DS-DATA-EFETIVA         PIC 9(8).
           05  DS-TURMA-DESTINO        PIC X(6).
           05  DS-DATA-REGISTRO        PIC 9(8).
           05  DS-OPERADOR             PIC X(12).
