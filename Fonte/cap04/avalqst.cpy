      * Layout do questionario de avaliacao de fim de curso
      * (AVALQST.DAT), mantido pelo CAP04AP48 e aplicado no quiosque
      * (CAP04AP35).
      *    AQ-TIPO "P" periodo letivo: codigo do periodo e a faixa
      *                de datas (AAAAMMDD) em que o quiosque aplica o
      *                questionario daquele periodo;
      *            "Q" questao do periodo: numero (01-10) e texto.
      * O numero e a identidade da questao entre periodos - o
      * relatorio compara a questao 03 de um periodo com a 03 do
      * outro -, por isso pergunta nova ganha numero novo em vez de
      * reaproveitar o de uma questao antiga. Respostas na escala de
      * 1 (pessimo) a 5 (otimo).
       01  AQ-REGISTRO.
           05  AQ-TIPO             PIC X.
               88  AQ-PERIODO-REG  VALUE "P".
               88  AQ-QUESTAO      VALUE "Q".
           05  AQ-PERIODO          PIC X(6).
           05  AQ-CORPO            PIC X(62).
           05  AQ-CORPO-P REDEFINES AQ-CORPO.
               10  AQ-INICIO       PIC 9(8).
               10  AQ-FIM          PIC 9(8).
               10  FILLER          PIC X(46).
           05  AQ-CORPO-Q REDEFINES AQ-CORPO.
               10  AQ-NUMERO       PIC 9(2).
               10  AQ-TEXTO        PIC X(60).
