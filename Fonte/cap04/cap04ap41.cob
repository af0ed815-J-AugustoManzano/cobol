       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP41.
      *
      * Curriculos de programa: o CAP04AP25 certifica a conclusao de
      * uma turma, mas os programas mais longos sao feitos de varias
      * disciplinas cursadas em periodos diferentes e nada dizia
      * quando o estudante terminava o programa inteiro. Esta tela
      * da coordenacao mantem o cadastro mestre dos curriculos:
      * CURRIC.DAT (programa, nome e creditos minimos) e
      * CURRDISC.DAT (disciplinas do programa, obrigatorias ou
      * eletivas, com os creditos de cada uma). A disciplina precisa
      * existir em DISCREG.DAT (CAP04AP23); programa e disciplina
      * repetidos sao recusados; a exclusao de uma disciplina
      * regrava o arquivo - por isso, com CURRDISC.DAT na capacidade
      * da tabela (LIMITE-ITENS), a inclusao de disciplina e
      * recusada, e o arquivo que a exceda nao e regravado. O
      * progresso dos estudantes e os diplomas de programa saem do
      * CAP04AP42.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRIC-FILE ASSIGN TO "CURRIC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUR-STATUS.
           SELECT CURRDISC-FILE ASSIGN TO "CURRDISC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CDI-STATUS.
           SELECT DISCREG-FILE ASSIGN TO "DISCREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CURRIC-FILE.
       COPY "curric.cpy".
       FD  CURRDISC-FILE.
       COPY "currdisc.cpy".
       FD  DISCREG-FILE.
       COPY "discreg.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-ITENS VALUE 500.
       01  WS-TAB-ITENS.
           05  WS-ITEM-REG OCCURS LIMITE-ITENS TIMES PIC X(13).
       77  WS-QTDE-ITENS  PIC 9(3) VALUE ZERO.
       77  AC-CI          PIC 9(3).
       77  WS-CUR-STATUS  PIC XX.
       77  WS-CDI-STATUS  PIC XX.
       77  WS-REG-STATUS  PIC XX.
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-FIM-ITENS   PIC X VALUE "N".
       77  WS-OPCAO       PIC X.
       77  WS-PROGRAMA-SEL PIC X(6).
       77  WS-DISC-SEL    PIC X(4).
       77  WS-TIPO        PIC X.
       77  WS-CREDITOS    PIC 9(2).
       77  WS-CREDITOS-MIN PIC 9(3).
       77  WS-NOME-PROG   PIC X(30).
       77  WS-DISC-OK     PIC X.
       77  WS-ACHOU       PIC X.
       77  WS-TRANSBORDO  PIC X VALUE "N".
       77  WS-SOMA-CREDITOS PIC 9(4).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP04A41".
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "-----------------------------------"
              DISPLAY "Curriculos de Programa"
              DISPLAY "-----------------------------------"
              DISPLAY "[L] - Listar programas e disciplinas"
              DISPLAY "[P] - Incluir programa"
              DISPLAY "[D] - Incluir disciplina no programa"
              DISPLAY "[X] - Excluir disciplina do programa"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "L"
                    PERFORM 100-LISTA-CURRICULOS
                 WHEN "P"
                    PERFORM 200-INCLUI-PROGRAMA
                 WHEN "D"
                    PERFORM 300-INCLUI-DISCIPLINA
                 WHEN "X"
                    PERFORM 400-EXCLUI-DISCIPLINA
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * LISTAGEM: CADA PROGRAMA COM AS SUAS DISCIPLINAS E A SOMA DOS   *
      * CREDITOS OFERECIDOS                                            *
      ******************************************************************
       100-LISTA-CURRICULOS            SECTION.
           OPEN INPUT CURRIC-FILE.
           IF WS-CUR-STATUS NOT = "00"
              DISPLAY "Nenhum programa cadastrado."
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ CURRIC-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    DISPLAY CR
                    DISPLAY "PROGRAMA " CU-PROGRAMA " - " CU-NOME
                       "  CREDITOS MINIMOS " CU-CREDITOS-MIN
                    PERFORM 150-LISTA-DISCIPLINAS
              END-READ
           END-PERFORM.
           CLOSE CURRIC-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * DISCIPLINAS DO PROGRAMA CORRENTE                               *
      ******************************************************************
       150-LISTA-DISCIPLINAS           SECTION.
           MOVE ZERO TO WS-SOMA-CREDITOS.
           OPEN INPUT CURRDISC-FILE.
           IF WS-CDI-STATUS NOT = "00"
              DISPLAY "  (sem disciplinas)"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ITENS.
           PERFORM UNTIL WS-FIM-ITENS = "S"
              READ CURRDISC-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ITENS
                 NOT AT END
                    IF CD-PROGRAMA = CU-PROGRAMA
                       ADD CD-CREDITOS TO WS-SOMA-CREDITOS
                       IF CD-OBRIGATORIA
                          DISPLAY "  " CD-DISCIPLINA "  OBRIGATORIA  "
                             CD-CREDITOS " CREDITOS"
                       ELSE
                          DISPLAY "  " CD-DISCIPLINA "  ELETIVA      "
                             CD-CREDITOS " CREDITOS"
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CURRDISC-FILE.
           DISPLAY "  Creditos oferecidos: " WS-SOMA-CREDITOS.
           EXIT.
      ******************************************************************
      * INCLUSAO DE UM PROGRAMA, RECUSANDO CODIGO REPETIDO             *
      ******************************************************************
       200-INCLUI-PROGRAMA             SECTION.
           DISPLAY "Programa (6 posicoes) .....: " WITH NO ADVANCING.
           ACCEPT WS-PROGRAMA-SEL.
           MOVE FUNCTION UPPER-CASE(WS-PROGRAMA-SEL) TO WS-PROGRAMA-SEL.
           IF WS-PROGRAMA-SEL = SPACES
              DISPLAY "Programa nao informado."
              EXIT SECTION
           END-IF
           PERFORM 250-PROCURA-PROGRAMA.
           IF WS-ACHOU = "S"
              DISPLAY "Programa ja cadastrado."
              EXIT SECTION
           END-IF
           DISPLAY "Nome ......................: " WITH NO ADVANCING.
           ACCEPT WS-NOME-PROG.
           DISPLAY "Creditos minimos ..........: " WITH NO ADVANCING.
           ACCEPT WS-CREDITOS-MIN.
           MOVE WS-PROGRAMA-SEL TO CU-PROGRAMA.
           MOVE WS-NOME-PROG    TO CU-NOME.
           MOVE WS-CREDITOS-MIN TO CU-CREDITOS-MIN.
           OPEN EXTEND CURRIC-FILE.
           IF WS-CUR-STATUS = "35"
              OPEN OUTPUT CURRIC-FILE
           END-IF
           WRITE CU-REGISTRO.
           CLOSE CURRIC-FILE.
           DISPLAY "Programa " WS-PROGRAMA-SEL " incluido.".
           MOVE "CURRICULO NOVO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * CONFERE SE O PROGRAMA JA EXISTE                                *
      ******************************************************************
       250-PROCURA-PROGRAMA            SECTION.
           MOVE "N" TO WS-ACHOU.
           OPEN INPUT CURRIC-FILE.
           IF WS-CUR-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ CURRIC-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CU-PROGRAMA = WS-PROGRAMA-SEL
                       MOVE "S" TO WS-ACHOU
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CURRIC-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * INCLUSAO DE UMA DISCIPLINA NO CURRICULO DO PROGRAMA            *
      ******************************************************************
       300-INCLUI-DISCIPLINA           SECTION.
           DISPLAY "Programa ..................: " WITH NO ADVANCING.
           ACCEPT WS-PROGRAMA-SEL.
           MOVE FUNCTION UPPER-CASE(WS-PROGRAMA-SEL) TO WS-PROGRAMA-SEL.
           PERFORM 250-PROCURA-PROGRAMA.
           IF WS-ACHOU NOT = "S"
              DISPLAY "Programa nao cadastrado ([P])."
              EXIT SECTION
           END-IF
           DISPLAY "Disciplina ................: " WITH NO ADVANCING.
           ACCEPT WS-DISC-SEL.
           MOVE FUNCTION UPPER-CASE(WS-DISC-SEL) TO WS-DISC-SEL.
           PERFORM 450-VALIDA-DISCIPLINA.
           IF WS-DISC-OK NOT = "S"
              DISPLAY "Disciplina nao cadastrada em DISCREG.DAT "
                      "(CAP04AP23)."
              EXIT SECTION
           END-IF
           PERFORM 350-CARREGA-ITENS.
           IF WS-ACHOU = "S"
              DISPLAY "Disciplina ja consta do programa."
              EXIT SECTION
           END-IF
           IF WS-TRANSBORDO = "S" OR WS-QTDE-ITENS >= LIMITE-ITENS
              DISPLAY "CURRDISC.DAT sem espaco para disciplina nova."
              EXIT SECTION
           END-IF
           DISPLAY "[O]brigatoria ou [E]letiva : " WITH NO ADVANCING.
           ACCEPT WS-TIPO.
           MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO.
           IF WS-TIPO NOT = "O" AND WS-TIPO NOT = "E"
              DISPLAY "Tipo invalido."
              EXIT SECTION
           END-IF
           DISPLAY "Creditos da disciplina ....: " WITH NO ADVANCING.
           ACCEPT WS-CREDITOS.
           IF WS-CREDITOS = ZERO
              DISPLAY "Creditos devem ser maiores que zero."
              EXIT SECTION
           END-IF
           MOVE WS-PROGRAMA-SEL TO CD-PROGRAMA.
           MOVE WS-DISC-SEL     TO CD-DISCIPLINA.
           MOVE WS-TIPO         TO CD-TIPO.
           MOVE WS-CREDITOS     TO CD-CREDITOS.
           OPEN EXTEND CURRDISC-FILE.
           IF WS-CDI-STATUS = "35"
              OPEN OUTPUT CURRDISC-FILE
           END-IF
           WRITE CD-REGISTRO.
           CLOSE CURRDISC-FILE.
           DISPLAY "Disciplina incluida no programa.".
           MOVE "CURRICULO DISC" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * CARREGA AS DISCIPLINAS DE TODOS OS PROGRAMAS E LOCALIZA O PAR  *
      * PROGRAMA/DISCIPLINA INFORMADO                                  *
      ******************************************************************
       350-CARREGA-ITENS               SECTION.
           MOVE "N" TO WS-ACHOU.
           MOVE "N" TO WS-TRANSBORDO.
           MOVE ZERO TO WS-QTDE-ITENS.
           OPEN INPUT CURRDISC-FILE.
           IF WS-CDI-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ CURRDISC-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CD-PROGRAMA = WS-PROGRAMA-SEL
                       AND CD-DISCIPLINA = WS-DISC-SEL
                       MOVE "S" TO WS-ACHOU
                    END-IF
                    IF WS-QTDE-ITENS < LIMITE-ITENS
                       ADD 1 TO WS-QTDE-ITENS
                       MOVE CD-REGISTRO TO WS-ITEM-REG(WS-QTDE-ITENS)
                    ELSE
                       MOVE "S" TO WS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CURRDISC-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * EXCLUSAO DE UMA DISCIPLINA DO PROGRAMA: O ARQUIVO E REGRAVADO  *
      ******************************************************************
       400-EXCLUI-DISCIPLINA           SECTION.
           DISPLAY "Programa ..................: " WITH NO ADVANCING.
           ACCEPT WS-PROGRAMA-SEL.
           MOVE FUNCTION UPPER-CASE(WS-PROGRAMA-SEL) TO WS-PROGRAMA-SEL.
           DISPLAY "Disciplina ................: " WITH NO ADVANCING.
           ACCEPT WS-DISC-SEL.
           MOVE FUNCTION UPPER-CASE(WS-DISC-SEL) TO WS-DISC-SEL.
           PERFORM 350-CARREGA-ITENS.
           IF WS-ACHOU NOT = "S"
              DISPLAY "Disciplina nao consta do programa."
              EXIT SECTION
           END-IF
           IF WS-TRANSBORDO = "S"
              DISPLAY "CURRDISC.DAT excede a capacidade da tabela; "
                      "exclusao cancelada para nao truncar."
              EXIT SECTION
           END-IF
           OPEN OUTPUT CURRDISC-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-ITENS
              MOVE WS-ITEM-REG(AC-CI) TO CD-REGISTRO
              IF CD-PROGRAMA NOT = WS-PROGRAMA-SEL
                 OR CD-DISCIPLINA NOT = WS-DISC-SEL
                 WRITE CD-REGISTRO
              END-IF
           END-PERFORM.
           CLOSE CURRDISC-FILE.
           DISPLAY "Disciplina excluida do programa.".
           MOVE "CURRICULO EXCLUSAO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * CONFERE A DISCIPLINA CONTRA O CADASTRO DISCREG.DAT             *
      ******************************************************************
       450-VALIDA-DISCIPLINA           SECTION.
           MOVE "N" TO WS-DISC-OK.
           IF WS-DISC-SEL = SPACES
              EXIT SECTION
           END-IF
           OPEN INPUT DISCREG-FILE.
           IF WS-REG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ DISCREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF DR-CODIGO = WS-DISC-SEL
                       MOVE "S" TO WS-DISC-OK
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DISCREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
       END PROGRAM CAP04AP41.
