      * Layout do registro de entrega de folha de exercicio
      * (FOLHAENT.DAT): uma linha por folha e treinando, gravada pelo
      * gerador CAP03AP06 na emissao (para a turma inteira ou para
      * treinandos nomeados pelo TR-ID) e atualizada pela correcao
      * CAP03AP10 na devolucao, com a data e o placar. As folhas
      * emitidas e nao devolvidas depois do prazo saem no relatorio
      * de pendentes CAP03AP13. Datas em AAAAMMDD.
      *    FE-SITUACAO "E" emitida (aguardando devolucao)
      *                "D" devolvida e corrigida
       01  FE-REGISTRO.
           05  FE-FOLHA        PIC 9(6).
           05  FE-ID           PIC X(9).
           05  FE-TURMA        PIC X(6).
           05  FE-EMISSAO      PIC 9(8).
           05  FE-PRAZO        PIC 9(8).
           05  FE-SITUACAO     PIC X.
               88  FE-EMITIDA  VALUE "E".
               88  FE-DEVOLVIDA VALUE "D".
           05  FE-DEVOLUCAO    PIC 9(8).
           05  FE-ACERTOS      PIC 9(2).
           05  FE-QTDE         PIC 9(2).
