      * Layout das respostas anonimas da avaliacao de fim de curso
      * (AVALNOTA.DAT), gravadas pelo quiosque (CAP04AP35): periodo,
      * turma, instrutor atribuido a turma no momento da resposta
      * (INSTRTUR; brancos se a turma nao tinha instrutor) e a nota
      * de 1 a 5 dada a cada questao do periodo pelo numero dela
      * (zero = sem opiniao ou questao inexistente). Sem codigo do
      * treinando nem data, e cada resposta nova entra numa posicao
      * sorteada do arquivo, para que nem a ordem de gravacao a ligue
      * ao registro de quem respondeu (AVALRESP.DAT).
       01  AN-REGISTRO.
           05  AN-PERIODO          PIC X(6).
           05  AN-TURMA            PIC X(6).
           05  AN-INSTRUTOR        PIC X(4).
           05  AN-NOTA             PIC 9 OCCURS 10 TIMES.
