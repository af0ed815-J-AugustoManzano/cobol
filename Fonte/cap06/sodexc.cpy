      * Layout das excecoes documentadas de conflito de funcoes
      * (SODEXC.DAT), gravadas pelo CAP02AP17 quando o coordenador
      * mantem, com justificativa, uma concessao que cria um par da
      * tabela de conflitos (SODREG.DAT). SX-SUJEITO e o operador ou
      * o perfil ("*C"/"*O") da concessao. O relatorio de conflitos
      * (CAP02AP27) mostra o par coberto por excecao como documentado.
      * O arquivo so cresce: e a trilha das excecoes concedidas.
       01  SX-REGISTRO.
           05  SX-SUJEITO      PIC X(8).
           05  SX-FUNCAO-A     PIC X(9).
           05  SX-FUNCAO-B     PIC X(9).
           05  SX-JUSTIFICATIVA PIC X(40).
           05  SX-COORDENADOR  PIC X(12).
           05  SX-DATA         PIC 9(8).
