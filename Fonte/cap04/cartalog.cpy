      * Layout do registro de carta enviada (CARTALOG.DAT), gravado
      * pela correspondencia CAP04AP44: uma linha por carta, com o
      * estudante, o tipo (o mesmo CM-TIPO dos modelos), a chave do
      * evento que a originou e a data da emissao. A chave garante
      * uma carta so por evento:
      *    "RIS" - turma;
      *    "INA" - turma e vencimento da mensalidade;
      *    "RCS" - sequencia do recurso;
      *    "FIL" - turma e sequencia na fila.
      * E tambem a resposta ao responsavel que pergunta quando foi
      * avisado (historico do CAP04AP45).
       01  CL-REGISTRO.
           05  CL-ID           PIC X(9).
           05  CL-NOME         PIC X(25).
           05  CL-TIPO         PIC X(3).
           05  CL-CHAVE        PIC X(20).
           05  CL-DATA         PIC 9(8).
