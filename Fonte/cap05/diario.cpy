      * Layout do registro do diario contabil (DIARIO.DAT), anexado
      * pelo job de contabilizacao CAP05AP13: uma linha por perna de
      * lancamento. As pernas de um mesmo lancamento compartilham
      * DI-LANCAMENTO (sequencial do diario) e somam a debito o mesmo
      * que a credito. DI-DATA e a data de negocio (DATANEG) do job;
      * DI-CHAVE identifica a origem do lancamento e protege contra
      * contabilizar duas vezes o mesmo fato:
      *    "PG" + numero do registro em COMPAGTO.DAT (arquivo so de
      *         acrescimo);
      *    "CT" + contrato + parcela de CONTRPAR.DAT;
      *    "DP" + departamento + data de negocio do fechamento do
      *         lote em LOTEOUT.DAT.
       01  DI-REGISTRO.
           05  DI-LANCAMENTO   PIC 9(7).
           05  DI-DATA         PIC 9(8).
           05  DI-TIPO         PIC X(4).
           05  DI-CONTA        PIC X(8).
           05  DI-NATUREZA     PIC X.
           05  DI-VALOR        PIC 9(9)V99.
           05  DI-CHAVE        PIC X(20).
           05  DI-HISTORICO    PIC X(30).
