      * Layout do registro de bloqueio financeiro (FINBLOQ.DAT): a
      * liberacao concedida pela coordenacao (CAP04AP47) e cada
      * decisao tomada pelo servico FINBLOQ sobre um estudante em
      * bloqueio, para o relatorio de bloqueios e liberacoes.
      *    FB-TIPO "L" liberacao: o coordenador libera o estudante
      *                para a acao FB-ACAO ate FB-VALIDADE (AAAAMMDD),
      *                com o motivo;
      *            "U" uso: uma acao bloqueada passou por uma
      *                liberacao vigente;
      *            "R" recusa: a acao foi recusada pelo bloqueio.
      *    FB-ACAO "CERT" certificado (CAP04AP25), "HIST" historico
      *            escolar (CAP04AP26), "MATR" matricula nova
      *            (CAP04AP02/CAP04AP17); na liberacao, "TODA" vale
      *            para qualquer uma delas.
      * FB-DIAS e FB-VALOR sao o maior atraso (dias) e o total das
      * mensalidades vencidas no momento do registro.
       01  FB-REGISTRO.
           05  FB-TIPO             PIC X.
               88  FB-LIBERACAO    VALUE "L".
               88  FB-USO          VALUE "U".
               88  FB-RECUSA       VALUE "R".
           05  FB-ID               PIC X(9).
           05  FB-ACAO             PIC X(4).
           05  FB-DATA             PIC 9(8).
           05  FB-VALIDADE         PIC 9(8).
           05  FB-DIAS             PIC 9(4).
           05  FB-VALOR            PIC 9(7)V99.
           05  FB-OPERADOR         PIC X(12).
           05  FB-MOTIVO           PIC X(30).
