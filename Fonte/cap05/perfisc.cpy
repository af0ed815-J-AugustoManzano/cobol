      * Layout do registro de periodo fiscal (PERFISC.DAT), mantido
      * pela coordenacao na tela CAP02AP26 e consultado pelo servico
      * PERFISC. PF-CODIGO e AAAAPP (ano fiscal + numero do periodo,
      * 01 a 13 - o 13 e o periodo de ajustes de fim de exercicio);
      * PF-INICIO e PF-FIM sao as datas (AAAAMMDD) que o periodo
      * cobre, sem sobreposicao com outro periodo. PF-SITUACAO:
      * "F" futuro, "A" aberto, "E" em encerramento, "C" fechado.
      * PF-OPERADOR e PF-DATA-SIT registram quem mudou a situacao por
      * ultimo, e em que data de negocio.
       01  PF-REGISTRO.
           05  PF-CODIGO       PIC 9(6).
           05  PF-INICIO       PIC 9(8).
           05  PF-FIM          PIC 9(8).
           05  PF-SITUACAO     PIC X.
               88  PF-FUTURO       VALUE "F".
               88  PF-ABERTO       VALUE "A".
               88  PF-ENCERRANDO   VALUE "E".
               88  PF-FECHADO      VALUE "C".
           05  PF-OPERADOR     PIC X(12).
           05  PF-DATA-SIT     PIC 9(8).
