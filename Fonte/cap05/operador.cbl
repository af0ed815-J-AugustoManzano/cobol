      * "por quem"; = "X" define o MODO TREINAMENTO da sessao
      * (primeiro byte "S"/"N" de LK-OPERADOR) e = "Y" o devolve -
      * e o que o ARQNOME consulta para desviar os arquivos de
      * pratica da sessao sandbox; = "V" define a UNIDADE (sitio) do
      * operador da sessao (3 primeiros bytes de LK-OPERADOR) e = "W"
      * a devolve - e o que o UNIDSVC consulta para os relatorios
      * mostrarem so a unidade do operador; = "P" define o ID (8
      * primeiros bytes de LK-OPERADOR) e o PAPEL (nono byte) do
      * operador autenticado e = "Q" os devolve - e o que as telas de
      * aprovacao consultam para saber, pelo PERMCHK, se o operador
      * aprova por direito proprio ou como substituto de um titular
      * ausente (delegacao de alcada); = "F" define o FOCO de
      * aprovacao (programa curto nas 8 primeiras posicoes de
      * LK-OPERADOR e numero do item nas 4 seguintes) e = "H" o
      * devolve e o apaga - e como a caixa de aprovacoes CAP06AP26
      * abre a tela de aprovacao ja no item escolhido; o foco vale
      * para uma unica chamada.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-IDIOMA           PIC X VALUE "P".
       77  WS-TERMINAL         PIC X(8) VALUE SPACES.
       77  WS-SANDBOX          PIC X VALUE "N".
       77  WS-UNIDADE          PIC X(3) VALUE SPACES.
       77  WS-ID-PAPEL         PIC X(9) VALUE SPACES.
       77  WS-FOCO             PIC X(12) VALUE SPACES.
       LINKAGE SECTION.
       77  LK-OPCAO            PIC X.
           88 LK-INICIALIZA    VALUE "I".
           88 LK-CON-TERMINAL  VALUE "U".
           88 LK-DEF-SANDBOX   VALUE "X".
           88 LK-CON-SANDBOX   VALUE "Y".
           88 LK-DEF-UNIDADE   VALUE "V".
           88 LK-CON-UNIDADE   VALUE "W".
           88 LK-DEF-ID-PAPEL  VALUE "P".
           88 LK-CON-ID-PAPEL  VALUE "Q".
           88 LK-DEF-FOCO      VALUE "F".
           88 LK-CON-FOCO      VALUE "H".
       77  LK-OPERADOR         PIC X(12).
       PROCEDURE DIVISION USING LK-OPCAO, LK-OPERADOR.
       PROG-PRINCIPAL-PARA.
              MOVE WS-SANDBOX TO LK-OPERADOR(1:1)
              EXIT PROGRAM
           END-IF.
           IF LK-DEF-UNIDADE
              MOVE LK-OPERADOR(1:3) TO WS-UNIDADE
              EXIT PROGRAM
           END-IF.
           IF LK-CON-UNIDADE
              MOVE SPACES TO LK-OPERADOR
              MOVE WS-UNIDADE TO LK-OPERADOR(1:3)
              EXIT PROGRAM
           END-IF.
           IF LK-DEF-ID-PAPEL
              MOVE LK-OPERADOR(1:9) TO WS-ID-PAPEL
              EXIT PROGRAM
           END-IF.
           IF LK-CON-ID-PAPEL
              MOVE SPACES TO LK-OPERADOR
              MOVE WS-ID-PAPEL TO LK-OPERADOR(1:9)
              EXIT PROGRAM
           END-IF.
           IF LK-DEF-FOCO
              MOVE LK-OPERADOR TO WS-FOCO
              EXIT PROGRAM
           END-IF.
           IF LK-CON-FOCO
              MOVE WS-FOCO TO LK-OPERADOR
              MOVE SPACES TO WS-FOCO
              EXIT PROGRAM
           END-IF.
           IF LK-INICIALIZA AND WS-OPERADOR = SPACES
              DISPLAY "Operador: " WITH NO ADVANCING
              ACCEPT WS-OPERADOR
