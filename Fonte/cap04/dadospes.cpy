      * Mapa dos arquivos com dados de estudante, para o relatorio de
      * dados pessoais (CAP04AP52) e a anonimizacao de ex-estudantes
      * (CAP04AP53): uma entrada por arquivo, com a coluna onde esta
      * o codigo do estudante (TR-ID) na linha e o tratamento dado
      * ao campo pessoal na anonimizacao. Ao criar um arquivo novo
      * que guarde dado de estudante, acrescente-o aqui.
      *    DP-ACAO "M" - so o codigo e resultados: mantido como esta
      *            "N" - o nome (DP-COL-CAMPO, DP-TAM-CAMPO) recebe
      *                  ANONIMIZADO
      *            "B" - o campo indicado e apagado (em branco)
      *            "E" - o registro inteiro e excluido
      *            "I" - arquivo indexado, lido pela chave (DP-COL-ID
      *                  sem uso) e sem campo pessoal alem do codigo
      * HISTTURM.DAT fica por ultimo: o nome anonimizado no historico
      * e a marca de estudante ja tratado.
       78  QTDE-ARQ-PESSOAIS VALUE 24.
       01  DP-TABELA-ARQUIVOS.
           05  FILLER PIC X(53) VALUE
              "TURMA.DAT     001M00000Matriculas correntes".
           05  FILLER PIC X(53) VALUE
              "TURMAIDX.DAT  000I00000Mestre indexado do cadastro".
           05  FILLER PIC X(53) VALUE
              "CONTATO.DAT   001E00000Ficha de contato".
           05  FILLER PIC X(53) VALUE
              "FREQIDX.DAT   000I00000Frequencia (chamadas)".
           05  FILLER PIC X(53) VALUE
              "JUSTFREQ.DAT  001B02710Justificativas de falta".
           05  FILLER PIC X(53) VALUE
              "NOTAHIST.DAT  015M00000Historico de alteracao de nota".
           05  FILLER PIC X(53) VALUE
              "NOTAPEND.DAT  016M00000Alteracoes de nota em alcada".
           05  FILLER PIC X(53) VALUE
              "RECURSOS.DAT  005M00000Recursos de nota".
           05  FILLER PIC X(53) VALUE
              "DRILL.DAT     001M00000Treinos de tabuada".
           05  FILLER PIC X(53) VALUE
              "DRILLDET.DAT  001M00000Detalhe dos treinos".
           05  FILLER PIC X(53) VALUE
              "NIVELAM.DAT   001N01025Testes de nivelamento".
           05  FILLER PIC X(53) VALUE
              "FOLHAENT.DAT  007M00000Folhas de exercicio".
           05  FILLER PIC X(53) VALUE
              "FILAESP.DAT   011N02025Fila de espera".
           05  FILLER PIC X(53) VALUE
              "FILAPROM.DAT  011N02025Promovidos da fila de espera".
           05  FILLER PIC X(53) VALUE
              "DESISTE.DAT   001N01025Desistencias e transferencias".
           05  FILLER PIC X(53) VALUE
              "EMRISCO.DAT   001N01025Estudantes em risco".
           05  FILLER PIC X(53) VALUE
              "CARTALOG.DAT  001N01025Cartas emitidas".
           05  FILLER PIC X(53) VALUE
              "AVALRESP.DAT  013M00000Participacao em avaliacao".
           05  FILLER PIC X(53) VALUE
              "FINBLOQ.DAT   002M00000Bloqueio financeiro".
           05  FILLER PIC X(53) VALUE
              "COMPROM.DAT   028N05812Mensalidades".
           05  FILLER PIC X(53) VALUE
              "BOLETO.DAT    036N06625Boletos de mensalidade".
           05  FILLER PIC X(53) VALUE
              "CERTREG.DAT   010M00000Certificados emitidos".
           05  FILLER PIC X(53) VALUE
              "DIPLREG.DAT   010M00000Diplomas emitidos".
           05  FILLER PIC X(53) VALUE
              "HISTTURM.DAT  011N02025Historico de turmas encerradas".
       01  DP-TABELA-ARQUIVOS-R REDEFINES DP-TABELA-ARQUIVOS.
           05  DP-ARQUIVO-ENTRADA OCCURS QTDE-ARQ-PESSOAIS TIMES.
               10  DP-ARQUIVO      PIC X(14).
               10  DP-COL-ID       PIC 9(3).
               10  DP-ACAO         PIC X.
               10  DP-COL-CAMPO    PIC 9(3).
               10  DP-TAM-CAMPO    PIC 9(2).
               10  DP-DESCRICAO    PIC X(30).
