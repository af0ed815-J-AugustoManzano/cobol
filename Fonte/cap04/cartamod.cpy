      * Layout da linha de modelo de carta (CARTAMOD.DAT), mantido
      * pelo CAP04AP45: o texto de cada tipo de carta em linhas
      * numeradas (CM-LINHA), na ordem de impressao. CM-TIPO:
      *    "RIS" - estudante em risco (CAP04AP30);
      *    "INA" - mensalidade vencida em aberto (COMPROM.DAT);
      *    "RCS" - recurso de nota decidido (RECURSOS.DAT);
      *    "FIL" - promovido da fila de espera (FILAPROM.DAT).
      * O texto aceita campos entre chaves, trocados pelos dados do
      * evento na emissao (CAP04AP44): {NOME} {TURMA} {HOJE} {DATA}
      * em todos os tipos; {PRESENCA} {MEDIA} no risco; {VALOR}
      * {VENCIMENTO} na mensalidade; {DISCIPLINA} {AVALIACAO}
      * {DECISAO} {NOTA} no recurso.
       01  CM-REGISTRO.
           05  CM-TIPO         PIC X(3).
           05  CM-LINHA        PIC 9(2).
           05  CM-TEXTO        PIC X(70).
