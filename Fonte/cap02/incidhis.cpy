      * Layout do historico dos incidentes (INCIDHIS.DAT): uma linha
      * por evento - abertura, nova ocorrencia do mesmo problema,
      * troca de situacao, de responsavel ou de severidade e
      * resolucao - com a situacao, o responsavel e a severidade
      * depois do evento, quem o registrou e a nota do operador.
       01  IH-REGISTRO.
           05  IH-NUMERO       PIC 9(6).
           05  IH-DATA         PIC 9(8).
           05  IH-HORA         PIC 9(6).
           05  IH-SITUACAO     PIC X.
           05  IH-RESPONSAVEL  PIC X(8).
           05  IH-SEVERIDADE   PIC 9.
           05  IH-OPERADOR     PIC X(12).
           05  IH-NOTA         PIC X(50).
