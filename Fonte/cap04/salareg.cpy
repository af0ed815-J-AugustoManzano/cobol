      * Layout do registro de salas (SALAREG.DAT), mantido pela tela
      * de grade horaria CAP04AP37: a sala de cada horario da grade
      * (GR-SALA) tem de existir aqui, e dois horarios simultaneos na
      * mesma sala sao recusados.
       01  SA-REGISTRO.
           05  SA-CODIGO       PIC X(4).
           05  SA-NOME         PIC X(25).
           05  SA-LUGARES      PIC 9(3).
