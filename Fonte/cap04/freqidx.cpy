      * Layout do registro do arquivo indexado de frequencia
      * (FREQIDX.DAT): uma linha por estudante por aula da turma,
      * lancada pela chamada diaria (CAP04AP07). Substitui o
      * sequencial FREQ.DAT, que so crescia e obrigava todo leitor a
      * percorre-lo inteiro atras de uma turma ou de um estudante; o
      * legado e carregado uma vez pela conversao CAP04AP51. A chave
      * primaria (turma + data + estudante) entrega a chamada de uma
      * turma numa data, ou a turma inteira em ordem de data, com
      * START e leitura sequencial; a chave alternativa FQ-ID (com
      * duplicatas) entrega todas as linhas de um estudante.
       01  FQ-REGISTRO.
           05  FQ-CHAVE.
               10  FQ-TURMA        PIC X(6).
               10  FQ-DATA         PIC 9(8).
               10  FQ-ID           PIC X(9).
           05  FQ-PRESENCA         PIC X.
