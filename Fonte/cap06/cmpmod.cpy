      * Layout do registro de modelo de compromisso recorrente
      * (COMPMOD.DAT), mantido pela tela CAP06AP18 e lido pela
      * geracao mensal CAP06AP19: aluguel, contratos de manutencao e
      * assinaturas que se repetem todo mes e eram redigitados no
      * CAP06AP09. Cada competencia gera um compromisso com codigo
      * MD-CODIGO + AAMM, vencimento no MD-DIA do mes (o ultimo dia
      * do mes quando o dia nao existe nele) e:
      *    MD-FREQUENCIA - "M" mensal, "B" bimestral, "T" trimestral,
      *                    "S" semestral, "A" anual, contados a
      *                    partir do mes de MD-INICIO;
      *    MD-INICIO/FIM - vigencia AAAAMMDD (fim zero = sem fim);
      *    MD-REGRA      - vencimento em fim de semana ou feriado:
      *                    "P" posterga para o dia util seguinte,
      *                    "A" antecipa para o dia util anterior;
      *    MD-SITUACAO   - "A" ativo, "E" encerrado.
       01  MD-REGISTRO.
           05  MD-CODIGO       PIC X(4).
           05  MD-DESCRICAO    PIC X(30).
           05  MD-VALOR        PIC 9(7)V99.
           05  MD-DIRECAO      PIC X.
           05  MD-RESPONSAVEL  PIC X(12).
           05  MD-DIA          PIC 9(2).
           05  MD-FREQUENCIA   PIC X.
           05  MD-INICIO       PIC 9(8).
           05  MD-FIM          PIC 9(8).
           05  MD-REGRA        PIC X.
           05  MD-SITUACAO     PIC X.
