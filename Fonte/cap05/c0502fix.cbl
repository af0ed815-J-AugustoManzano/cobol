      * reprocessa so eles; um registro pode tambem ser mantido na
      * fila (fica em LOTEFIX.DAT para outra passada) ou descartado.
      * A fila e reescrita ao final apenas com os registros mantidos.
      * O departamento tambem pode ser corrigido (em branco mantem o
      * atual) e e conferido contra o cadastro DEPTO.DAT pelo servico
      * DEPTOCHK: desconhecido ou inativo mantem o registro na fila,
      * com o motivo na tela, em vez de mandar ao C0502RSB uma
      * correcao que o lote recusaria de novo.
      *
      * A operacao de imposto ("I") tambem pode ser escolhida; nela se
      * pede a base da nota (positiva, ate 999.999.999,99, gravada na
      * base larga LT-I-BASE do registro de imposto) e o codigo do
      * imposto no valor 2, que precisa ser inteiro e nao nulo para o
      * registro sair da fila.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  LOTE-FIX-FILE.
       COPY "lotein.cpy".
       FD  LOTE-COR-FILE.
       01  LC-REGISTRO         PIC X(37).
       LOCAL-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-FILA VALUE 2000.
       01  TB-MANTIDOS.
           05  TB-REGISTRO PIC X(37) OCCURS LIMITE-FILA TIMES.
       77  LS-QTDE-MANTIDOS    PIC 9(4) VALUE ZERO.
       77  AC-CI               PIC 9(4).
       77  LS-FIX-STATUS       PIC XX.
       77  LS-TOTAL-CORRIGIDOS PIC 9(6) VALUE ZERO.
       77  LS-TOTAL-DESCARTADOS PIC 9(6) VALUE ZERO.
       77  LS-OPCAO            PIC X.
       77  LS-REGISTRO-ORIGINAL PIC X(37).
       77  LS-S-VLR-1          PIC -(4)9.99.
       77  LS-BASE-IMPOSTO     PIC S9(9)V99.
       77  LS-S-BASE           PIC Z(8)9.99.
       77  LS-S-VLR-2          PIC -(4)9.99.
       77  LS-DEPTO            PIC X(4).
       77  LS-DEPTO-NOME       PIC X(30).
       77  LS-DEPTO-MOTIVO     PIC X(40).
       77  LS-PROGRAMA         PIC X(8) VALUE "C0502FIX".
       77  LS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
           DISPLAY "  Operacao : " LT-OPERACAO.
           DISPLAY "  Valor 1 .: " LS-S-VLR-1.
           DISPLAY "  Valor 2 .: " LS-S-VLR-2.
           IF LT-OPERACAO = "I" AND LT-I-BASE IS NUMERIC
              MOVE LT-I-BASE TO LS-S-BASE
              DISPLAY "  Base ....: " LS-S-BASE
           END-IF.
           DISPLAY "  Depto ...: " LT-DEPTO.
           DISPLAY "[C]orrigir, [M]anter na fila ou [D]escartar? "
              WITH NO ADVANCING.
           ACCEPT LS-OPCAO.
      * RECOLHE OS CAMPOS CORRIGIDOS E GRAVA O REGISTRO EM LOTECOR.DAT *
      ******************************************************************
       300-CORRIGE-REGISTRO             SECTION.
           MOVE LT-IMPOSTO-REG TO LS-REGISTRO-ORIGINAL.
           DISPLAY "Nova operacao (A/S/M/D/I): " WITH NO ADVANCING.
           ACCEPT LT-OPERACAO.
           MOVE FUNCTION UPPER-CASE(LT-OPERACAO) TO LT-OPERACAO.
           IF LT-OPERACAO = "I"
              DISPLAY "Nova base do imposto: " WITH NO ADVANCING
              ACCEPT LS-BASE-IMPOSTO
              IF LS-BASE-IMPOSTO NOT > ZERO
                 DISPLAY "Base invalida; registro mantido na fila."
                 MOVE LS-REGISTRO-ORIGINAL TO LT-IMPOSTO-REG
                 PERFORM 400-MANTEM-REGISTRO
                 EXIT SECTION
              END-IF
              MOVE LS-BASE-IMPOSTO TO LT-I-BASE
              MOVE ZERO TO LT-VLR-1
              DISPLAY "Novo codigo do imposto: " WITH NO ADVANCING
              ACCEPT LT-VLR-2
           ELSE
              MOVE SPACES TO LT-IMPOSTO-REG(27:11)
              DISPLAY "Novo valor 1: " WITH NO ADVANCING
              ACCEPT LT-VLR-1
              DISPLAY "Novo valor 2: " WITH NO ADVANCING
              ACCEPT LT-VLR-2
           END-IF.
           DISPLAY "Novo departamento (branco mantem): "
              WITH NO ADVANCING.
           MOVE SPACES TO LS-DEPTO.
           ACCEPT LS-DEPTO.
           MOVE FUNCTION UPPER-CASE(LS-DEPTO) TO LS-DEPTO.
           IF LS-DEPTO NOT = SPACES
              MOVE LS-DEPTO TO LT-DEPTO
           END-IF.
           IF LT-OPERACAO NOT = "A" AND LT-OPERACAO NOT = "S" AND
              LT-OPERACAO NOT = "M" AND LT-OPERACAO NOT = "D" AND
              LT-OPERACAO NOT = "I"
              DISPLAY "Operacao invalida; registro mantido na fila."
              MOVE LS-REGISTRO-ORIGINAL TO LT-IMPOSTO-REG
              PERFORM 400-MANTEM-REGISTRO
              EXIT SECTION
           END-IF.
           IF LT-OPERACAO = "D" AND LT-VLR-2 = ZERO
              DISPLAY "Divisao por zero; registro mantido na fila."
              MOVE LS-REGISTRO-ORIGINAL TO LT-IMPOSTO-REG
              PERFORM 400-MANTEM-REGISTRO
              EXIT SECTION
           END-IF.
           IF LT-OPERACAO = "I" AND (LT-VLR-2 < 1 OR
              LT-VLR-2 NOT = FUNCTION INTEGER-PART(LT-VLR-2))
              DISPLAY "Codigo de imposto invalido; registro mantido "
                      "na fila."
              MOVE LS-REGISTRO-ORIGINAL TO LT-IMPOSTO-REG
              PERFORM 400-MANTEM-REGISTRO
              EXIT SECTION
           END-IF.
           CALL "DEPTOCHK" USING LT-DEPTO, LS-DEPTO-NOME,
              LS-DEPTO-MOTIVO.
           IF LS-DEPTO-MOTIVO NOT = SPACES
              DISPLAY FUNCTION TRIM(LS-DEPTO-MOTIVO)
                 "; registro mantido na fila."
              MOVE LS-REGISTRO-ORIGINAL TO LT-IMPOSTO-REG
              PERFORM 400-MANTEM-REGISTRO
              EXIT SECTION
           END-IF.
           MOVE "D" TO LT-TIPO.
           MOVE LT-IMPOSTO-REG TO LC-REGISTRO.
           WRITE LC-REGISTRO.
           ADD 1 TO LS-TOTAL-CORRIGIDOS.
           EXIT.
       400-MANTEM-REGISTRO              SECTION.
           IF LS-QTDE-MANTIDOS < LIMITE-FILA
              ADD 1 TO LS-QTDE-MANTIDOS
              MOVE LT-IMPOSTO-REG TO TB-REGISTRO(LS-QTDE-MANTIDOS)
           ELSE
              DISPLAY "Tabela de mantidos cheia; registro " LT-REQ-ID
                 " NAO voltara para a fila."
           OPEN OUTPUT LOTE-FIX-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-MANTIDOS
              MOVE TB-REGISTRO(AC-CI) TO LT-IMPOSTO-REG
              WRITE LT-IMPOSTO-REG
           END-PERFORM.
           CLOSE LOTE-FIX-FILE.
           EXIT.
