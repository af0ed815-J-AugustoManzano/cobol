      * turma), consultados pelo servico INSTRTUR: o nome sai no
      * boletim e no fechamento, e o operador ancora a conferencia
      * de atribuicao nos pedidos de troca de nota.
      *
      * O instrutor passa a ter o valor da hora-aula, pedido na
      * inclusao e alteravel pela opcao [H] (o arquivo inteiro e
      * regravado, como nas demais tabelas pequenas); e a base dos
      * honorarios mensais apurados pelo CAP04AP39.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-OPCAO       PIC X.
       77  WS-CODIGO      PIC X(4).
       77  WS-ACHOU       PIC X.
       78  LIMITE-INSTRUTORES VALUE 200.
       01  WS-TAB-INSTRUTORES.
           05  WS-INS-REG OCCURS LIMITE-INSTRUTORES TIMES
                                   PIC X(57).
       77  WS-QTDE-INSTRUTORES PIC 9(3) VALUE ZERO.
       77  AC-IN          PIC 9(3).
       77  WS-VALOR-HORA  PIC 9(5)V99.
       77  WS-VALOR-EDIT  PIC ZZ,ZZ9.99.
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP04A32".
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
              DISPLAY "[I] - Incluir instrutor"
              DISPLAY "[A] - Atribuir instrutor a uma turma"
              DISPLAY "[T] - Listar atribuicoes"
              DISPLAY "[H] - Alterar valor da hora-aula"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
                    PERFORM 300-ATRIBUI-TURMA
                 WHEN "T"
                    PERFORM 400-LISTA-ATRIBUICOES
                 WHEN "H"
                    PERFORM 500-ALTERA-VALOR-HORA
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
              DISPLAY "Nenhum instrutor cadastrado."
              EXIT SECTION
           END-IF
           DISPLAY "CODIGO  NOME                       OPERADOR"
                   "      VALOR-HORA".
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ INSTRREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF IN-VALOR-HORA NUMERIC
                       MOVE IN-VALOR-HORA TO WS-VALOR-EDIT
                       DISPLAY IN-CODIGO "    " IN-NOME "  "
                          IN-OPERADOR "  " WS-VALOR-EDIT
                    ELSE
                       DISPLAY IN-CODIGO "    " IN-NOME "  "
                          IN-OPERADOR "  (sem valor)"
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INSTRREG-FILE.
           DISPLAY "Operador de sessao ........: " WITH NO ADVANCING.
           ACCEPT IN-OPERADOR.
           MOVE FUNCTION UPPER-CASE(IN-OPERADOR) TO IN-OPERADOR.
           DISPLAY "Valor da hora-aula ........: " WITH NO ADVANCING.
           ACCEPT WS-VALOR-HORA.
           MOVE WS-VALOR-HORA TO IN-VALOR-HORA.
           OPEN EXTEND INSTRREG-FILE.
           IF WS-INS-STATUS = "35"
              OPEN OUTPUT INSTRREG-FILE
           CLOSE TURMINST-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * ALTERACAO DO VALOR DA HORA-AULA: O CADASTRO E CARREGADO, O     *
      * INSTRUTOR ALTERADO E O ARQUIVO REGRAVADO                       *
      ******************************************************************
       500-ALTERA-VALOR-HORA           SECTION.
           DISPLAY "Codigo do instrutor .......: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO.
           MOVE ZERO TO WS-QTDE-INSTRUTORES.
           MOVE "N" TO WS-ACHOU.
           OPEN INPUT INSTRREG-FILE.
           IF WS-INS-STATUS NOT = "00"
              DISPLAY "Nenhum instrutor cadastrado."
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ INSTRREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-INSTRUTORES < LIMITE-INSTRUTORES
                       ADD 1 TO WS-QTDE-INSTRUTORES
                       MOVE IN-REGISTRO
                          TO WS-INS-REG(WS-QTDE-INSTRUTORES)
                       IF IN-CODIGO = WS-CODIGO
                          MOVE "S" TO WS-ACHOU
                          MOVE WS-QTDE-INSTRUTORES TO AC-IN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INSTRREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-ACHOU NOT = "S"
              DISPLAY "Instrutor nao cadastrado."
              EXIT SECTION
           END-IF
           DISPLAY "Novo valor da hora-aula ...: " WITH NO ADVANCING.
           ACCEPT WS-VALOR-HORA.
           MOVE WS-INS-REG(AC-IN) TO IN-REGISTRO.
           MOVE WS-VALOR-HORA TO IN-VALOR-HORA.
           MOVE IN-REGISTRO TO WS-INS-REG(AC-IN).
           OPEN OUTPUT INSTRREG-FILE.
           PERFORM VARYING AC-IN FROM 1 BY 1
                   UNTIL AC-IN > WS-QTDE-INSTRUTORES
              MOVE WS-INS-REG(AC-IN) TO IN-REGISTRO
              WRITE IN-REGISTRO
           END-PERFORM.
           CLOSE INSTRREG-FILE.
           DISPLAY "Valor da hora-aula de " WS-CODIGO " alterado.".
           MOVE "VALOR HORA-AULA" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
