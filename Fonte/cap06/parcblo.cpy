      * Layout do registro de blocos de codigos alocados a parceiros
      * (PARCBLO.DAT), gravado pela alocacao da CAP06AP15 e atualizado
      * pela conciliacao de uso CAP06AP20. Cada bloco reserva as
      * bases PB-INICIO a PB-FIM (numeradas por parceiro, no tamanho
      * de base do perfil dele em PARCREG.DAT) e cada codigo do bloco
      * entra em CODIGREG.DAT como alocado e nao usado. PB-SITUACAO:
      * "A" ativo, "R" revogado (os codigos ainda nao usados do bloco
      * sao revogados junto). PB-USADOS e PB-DATA-CONC sao os usados
      * apurados e a data de negocio da ultima conciliacao.
       01  PB-REGISTRO.
           05  PB-NUMERO       PIC 9(6).
           05  PB-PARCEIRO     PIC X(4).
           05  PB-INICIO       PIC 9(18).
           05  PB-FIM          PIC 9(18).
           05  PB-QTDE         PIC 9(6).
           05  PB-DATA         PIC 9(8).
           05  PB-OPERADOR     PIC X(12).
           05  PB-SITUACAO     PIC X.
               88  PB-ATIVO        VALUE "A".
               88  PB-REVOGADO     VALUE "R".
           05  PB-USADOS       PIC 9(6).
           05  PB-DATA-SIT     PIC 9(8).
           05  PB-DATA-CONC    PIC 9(8).
