      * Layout do cabecalho de curriculo de programa (CURRIC.DAT),
      * mantido pela coordenacao em CAP04AP41: um programa longo e
      * feito de varias disciplinas cursadas em turmas e periodos
      * diferentes. CU-CREDITOS-MIN e o total de creditos (somando
      * obrigatorias e eletivas concluidas) exigido para o diploma
      * do programa (CAP04AP42).
       01  CU-REGISTRO.
           05  CU-PROGRAMA         PIC X(6).
           05  CU-NOME             PIC X(30).
           05  CU-CREDITOS-MIN     PIC 9(3).
