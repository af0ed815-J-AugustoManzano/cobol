      * Layout das linhas da campanha trimestral de recertificacao de
      * acessos (RECERT.DAT), geradas pelo passo noturno CAP06AP23 e
      * decididas pelo coordenador na tela CAP06AP22. Cada operador
      * tem uma linha da CONTA (RC-TIPO "C", com o papel em
      * RC-PAPEL) e uma linha por permissao "S" que ele detem em
      * PERMREG.DAT (RC-TIPO "P", funcao em RC-FUNCAO). RC-ULT-ACESSO
      * e o ultimo sign-on conhecido (ULTACESS) no dia da geracao.
      * Linha pendente ("P") no fim do prazo CADUCA ("L") e tem o
      * mesmo efeito da revogacao ("R"): a permissao sai de
      * PERMREG.DAT e a conta e inativada ("I" em OP-SITUACAO). O
      * arquivo guarda a campanha corrente e a anterior; as linhas
      * decididas das mais antigas vao para RECERTH.DAT, no mesmo
      * layout, como evidencia.
       01  RC-REGISTRO.
           05  RC-CAMPANHA     PIC X(6).
           05  RC-PRAZO        PIC 9(8).
           05  RC-OPERADOR     PIC X(8).
           05  RC-NOME         PIC X(12).
           05  RC-UNIDADE      PIC X(3).
           05  RC-TIPO         PIC X.
               88  RC-E-CONTA      VALUE "C".
               88  RC-E-PERMISSAO  VALUE "P".
           05  RC-FUNCAO       PIC X(9).
           05  RC-PAPEL        PIC X.
           05  RC-ULT-ACESSO   PIC 9(8).
           05  RC-SITUACAO     PIC X.
               88  RC-PENDENTE     VALUE "P".
               88  RC-CONFIRMADA   VALUE "C".
               88  RC-REVOGADA     VALUE "R".
               88  RC-CADUCA       VALUE "L".
           05  RC-DECISOR      PIC X(12).
           05  RC-DATA-DEC     PIC 9(8).
