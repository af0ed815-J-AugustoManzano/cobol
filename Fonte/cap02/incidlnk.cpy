      * Layout das ligacoes dos incidentes (INCIDLNK.DAT): cada
      * alerta do vigia ("A", chave data+hora+regra de ALERTAS.DAT)
      * ou nota do livro de passagem de turno ("P", chave data+hora+
      * operador de PASSAGEM.DAT) associado a um incidente, com o
      * texto do item copiado no momento da ligacao.
       01  IL-REGISTRO.
           05  IL-NUMERO       PIC 9(6).
           05  IL-TIPO         PIC X.
               88  IL-ALERTA       VALUE "A".
               88  IL-PASSAGEM     VALUE "P".
           05  IL-CHAVE        PIC X(26).
           05  IL-TEXTO        PIC X(60).
           05  IL-OPERADOR     PIC X(12).
           05  IL-DATA         PIC 9(8).
