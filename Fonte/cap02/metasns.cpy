      * Layout do registro de meta de nivel de servico (METASNS.DAT),
      * mantido pela tela CAP02AP31 e lido pelo painel mensal
      * CAP02AP30. Um registro por indicador:
      *    MS-INDICADOR - JANELA (cadeia noturna dentro da janela),
      *                   AGENDA (execucoes planejadas cumpridas),
      *                   RECURSO (recursos respondidos no prazo),
      *                   ALERTA (alertas reconhecidos na meta),
      *                   IMPRESS (impressos entregues no dia) e
      *                   COMPROM (compromissos pagos em dia);
      *    MS-META      - percentual a partir do qual o mes e VERDE;
      *    MS-ALERTA    - percentual a partir do qual, abaixo da
      *                   meta, o mes e AMARELO (abaixo dele,
      *                   VERMELHO);
      *    MS-LIMITE    - limite proprio do indicador: para ALERTA,
      *                   os minutos entre o alerta e o
      *                   reconhecimento; zero nos demais.
      * Sem o arquivo, ou sem o registro de um indicador, valem as
      * metas de fabrica do CAP02AP30.
       01  MS-REGISTRO.
           05  MS-INDICADOR    PIC X(8).
           05  MS-META         PIC 9(3)V9.
           05  MS-ALERTA       PIC 9(3)V9.
           05  MS-LIMITE       PIC 9(4).
