      * Layout do calendario de avaliacoes (CALAVAL.DAT), mantido pelo
      * CAP04AP49 e consultado pelo servico CALAVAL: um registro por
      * turma e disciplina, com a data de cada uma das quatro
      * avaliacoes de TR-NOTA e o prazo de lancamento da nota, que
      * vence CA-DIAS-PRAZO dias uteis (C0602NDU) depois da data da
      * avaliacao. Data zerada = avaliacao nao prevista para a
      * turma/disciplina. CA-DISCIPLINA em branco vale para as
      * disciplinas da turma sem calendario proprio (e para as turmas
      * antigas de disciplina unica). Datas em AAAAMMDD.
       01  CA-REGISTRO.
           05  CA-TURMA            PIC X(6).
           05  CA-DISCIPLINA       PIC X(4).
           05  CA-AVALIACAO OCCURS 4 TIMES.
               10  CA-DATA         PIC 9(8).
               10  CA-PRAZO        PIC 9(8).
           05  CA-DIAS-PRAZO       PIC 9(3).
           05  CA-OPERADOR         PIC X(12).
