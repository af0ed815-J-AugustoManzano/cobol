      * abre outra secao, e dispara manualmente a promocao da fila
      * de uma turma (por exemplo, depois de uma desistencia retirada
      * a mao do cadastro).
      *
      * Cada turma pode ter tambem o nivel (1-5) do teste de
      * nivelamento que ela atende (CP-NIVEL): a recomendacao de
      * turma do CAP03AP12 procura as turmas do nivel calculado para
      * o candidato. Registros antigos, sem o nivel, ficam em branco.
      *
      * A turma carrega tambem a unidade (sitio) onde tem aula
      * (CP-UNIDADE), conferida no cadastro de unidades pelo UNIDSVC;
      * e por ela que as estatisticas de turma saem por unidade.
      * Registros antigos, sem a unidade, contam como da sede.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-TURMAS VALUE 50.
       01  WS-TAB-CAPAC.
           05  WS-CAP-REG PIC X(13) OCCURS LIMITE-TURMAS TIMES.
       77  WS-QTDE-CAPAC  PIC 9(2) VALUE ZERO.
       77  AC-CI          PIC 9(2).
       77  AC-ACHOU       PIC 9(2).
       77  WS-OPCAO       PIC X.
       77  WS-TURMA-SEL   PIC X(6).
       77  WS-CAPACIDADE  PIC 9(3).
       77  WS-NIVEL       PIC X.
       77  WS-UNIDADE     PIC X(3).
       77  WS-UNI-CHAVE   PIC X(12).
       77  WS-UNI-STATUS  PIC X.
       77  WS-QTDE-LISTADOS PIC 9(4).
       77  WS-VAG-OPCAO   PIC X.
       77  WS-VAG-ID      PIC X(9).
              DISPLAY "Nenhuma capacidade definida (sem limite)."
              EXIT SECTION
           END-IF
           DISPLAY "TURMA   CAPACIDADE  NIVEL  UNIDADE".
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-CAPAC
              MOVE WS-CAP-REG(AC-CI) TO CP-REGISTRO
              DISPLAY CP-TURMA "  " CP-CAPACIDADE "         "
                 CP-NIVEL "      " CP-UNIDADE
           END-PERFORM.
           EXIT.
      ******************************************************************
           MOVE FUNCTION UPPER-CASE(WS-TURMA-SEL) TO WS-TURMA-SEL.
           DISPLAY "Capacidade (1-999) ....: " WITH NO ADVANCING.
           ACCEPT WS-CAPACIDADE.
           DISPLAY "Nivel de nivelamento (1-5, branco = nenhum): "
              WITH NO ADVANCING.
           ACCEPT WS-NIVEL.
           DISPLAY "Unidade (branco = sede) : " WITH NO ADVANCING.
           MOVE SPACES TO WS-UNIDADE.
           ACCEPT WS-UNIDADE.
           MOVE FUNCTION UPPER-CASE(WS-UNIDADE) TO WS-UNIDADE.
           IF WS-TURMA-SEL = SPACES OR WS-CAPACIDADE = ZERO
              OR (WS-NIVEL NOT = SPACE
                  AND (WS-NIVEL < "1" OR WS-NIVEL > "5"))
              DISPLAY "Dados invalidos; definicao cancelada."
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-UNI-CHAVE.
           CALL "UNIDSVC" USING BY CONTENT "C",
              BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE, WS-UNI-STATUS.
           CALL "UNIDSVC" USING BY CONTENT "V",
              BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE, WS-UNI-STATUS.
           IF WS-UNI-STATUS NOT = "S"
              DISPLAY "Unidade nao cadastrada ou inativa; definicao "
                      "cancelada."
              EXIT SECTION
           END-IF
           MOVE WS-TURMA-SEL  TO CP-TURMA.
           MOVE WS-CAPACIDADE TO CP-CAPACIDADE.
           MOVE WS-NIVEL      TO CP-NIVEL.
           MOVE WS-UNIDADE    TO CP-UNIDADE.
           MOVE ZERO TO AC-ACHOU.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-CAPAC OR AC-ACHOU > ZERO
