       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP40.
      *
      * Pre-requisitos de disciplina: DISCREG.DAT so listava as
      * disciplinas, sem dizer como se encadeiam, e estudantes
      * entravam na avancada sem ter passado pela basica. Esta tela
      * da coordenacao mantem PREREQ.DAT (disciplina exige
      * disciplina, opcionalmente com media final minima), conferido
      * pelo servico PREREQ na matricula do CAP04AP02 e do
      * formulario CAP04AP17. As duas disciplinas precisam existir no
      * cadastro (CAP04AP23); o par repetido e a disciplina exigindo
      * a si mesma sao recusados. A exclusao regrava o arquivo; por
      * isso, com PREREQ.DAT na capacidade da tabela (LIMITE-REGRAS),
      * a inclusao e recusada, e o arquivo que a exceda nao e
      * regravado.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREREQ-FILE ASSIGN TO "PREREQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRQ-STATUS.
           SELECT DISCREG-FILE ASSIGN TO "DISCREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PREREQ-FILE.
       COPY "prereq.cpy".
       FD  DISCREG-FILE.
       COPY "discreg.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-REGRAS VALUE 500.
       01  WS-TAB-REGRAS.
           05  WS-REGRA-REG OCCURS LIMITE-REGRAS TIMES PIC X(12).
       77  WS-QTDE-REGRAS PIC 9(3) VALUE ZERO.
       77  AC-CI          PIC 9(3).
       77  WS-PRQ-STATUS  PIC XX.
       77  WS-REG-STATUS  PIC XX.
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-OPCAO       PIC X.
       77  WS-DISCIPLINA  PIC X(4).
       77  WS-REQUISITO   PIC X(4).
       77  WS-MEDIA-MIN   PIC 99V99.
       77  WS-MEDIA-EDIT  PIC Z9.99.
       77  WS-DISC-PROCURA PIC X(4).
       77  WS-DISC-OK     PIC X.
       77  WS-ACHOU       PIC X.
       77  WS-TRANSBORDO  PIC X VALUE "N".
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP04A40".
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "-----------------------------------"
              DISPLAY "Pre-requisitos de Disciplina"
              DISPLAY "-----------------------------------"
              DISPLAY "[L] - Listar pre-requisitos"
              DISPLAY "[I] - Incluir pre-requisito"
              DISPLAY "[X] - Excluir pre-requisito"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "L"
                    PERFORM 100-LISTA-REGRAS
                 WHEN "I"
                    PERFORM 200-INCLUI-REGRA
                 WHEN "X"
                    PERFORM 300-EXCLUI-REGRA
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * LISTAGEM DOS PRE-REQUISITOS                                    *
      ******************************************************************
       100-LISTA-REGRAS                SECTION.
           OPEN INPUT PREREQ-FILE.
           IF WS-PRQ-STATUS NOT = "00"
              DISPLAY "Nenhum pre-requisito cadastrado."
              EXIT SECTION
           END-IF
           DISPLAY "DISCIPLINA  EXIGE  MEDIA MINIMA".
           PERFORM UNTIL WS-FIM-OK
              READ PREREQ-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF PQ-MEDIA-MIN = ZERO
                       DISPLAY PQ-DISCIPLINA "        " PQ-REQUISITO
                          "   (aprovacao)"
                    ELSE
                       MOVE PQ-MEDIA-MIN TO WS-MEDIA-EDIT
                       DISPLAY PQ-DISCIPLINA "        " PQ-REQUISITO
                          "   " WS-MEDIA-EDIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PREREQ-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * INCLUSAO DE UM PAR DISCIPLINA/EXIGIDA COM A MEDIA MINIMA       *
      ******************************************************************
       200-INCLUI-REGRA                SECTION.
           DISPLAY "Disciplina ................: " WITH NO ADVANCING.
           ACCEPT WS-DISCIPLINA.
           MOVE FUNCTION UPPER-CASE(WS-DISCIPLINA) TO WS-DISCIPLINA.
           MOVE WS-DISCIPLINA TO WS-DISC-PROCURA.
           PERFORM 400-VALIDA-DISCIPLINA.
           IF WS-DISC-OK NOT = "S"
              DISPLAY "Disciplina nao cadastrada em DISCREG.DAT "
                      "(CAP04AP23)."
              EXIT SECTION
           END-IF
           DISPLAY "Exige a disciplina ........: " WITH NO ADVANCING.
           ACCEPT WS-REQUISITO.
           MOVE FUNCTION UPPER-CASE(WS-REQUISITO) TO WS-REQUISITO.
           MOVE WS-REQUISITO TO WS-DISC-PROCURA.
           PERFORM 400-VALIDA-DISCIPLINA.
           IF WS-DISC-OK NOT = "S"
              DISPLAY "Disciplina nao cadastrada em DISCREG.DAT "
                      "(CAP04AP23)."
              EXIT SECTION
           END-IF
           IF WS-REQUISITO = WS-DISCIPLINA
              DISPLAY "A disciplina nao pode exigir a si mesma."
              EXIT SECTION
           END-IF
           PERFORM 250-PROCURA-REGRA.
           IF WS-ACHOU = "S"
              DISPLAY "Pre-requisito ja cadastrado."
              EXIT SECTION
           END-IF
           IF WS-TRANSBORDO = "S" OR WS-QTDE-REGRAS >= LIMITE-REGRAS
              DISPLAY "PREREQ.DAT sem espaco para pre-requisito novo."
              EXIT SECTION
           END-IF
           DISPLAY "Media minima (0 = so aprovacao): "
              WITH NO ADVANCING.
           ACCEPT WS-MEDIA-MIN.
           IF WS-MEDIA-MIN > 10
              DISPLAY "Media minima fora da faixa 0.00-10.00."
              EXIT SECTION
           END-IF
           MOVE WS-DISCIPLINA TO PQ-DISCIPLINA.
           MOVE WS-REQUISITO  TO PQ-REQUISITO.
           MOVE WS-MEDIA-MIN  TO PQ-MEDIA-MIN.
           OPEN EXTEND PREREQ-FILE.
           IF WS-PRQ-STATUS = "35"
              OPEN OUTPUT PREREQ-FILE
           END-IF
           WRITE PQ-REGISTRO.
           CLOSE PREREQ-FILE.
           DISPLAY "Pre-requisito gravado.".
           MOVE "PREREQ NOVO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * CARREGA A TABELA E LOCALIZA O PAR INFORMADO                    *
      ******************************************************************
       250-PROCURA-REGRA               SECTION.
           MOVE "N" TO WS-ACHOU.
           MOVE "N" TO WS-TRANSBORDO.
           MOVE ZERO TO WS-QTDE-REGRAS.
           OPEN INPUT PREREQ-FILE.
           IF WS-PRQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ PREREQ-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF PQ-DISCIPLINA = WS-DISCIPLINA
                       AND PQ-REQUISITO = WS-REQUISITO
                       MOVE "S" TO WS-ACHOU
                    END-IF
                    IF WS-QTDE-REGRAS < LIMITE-REGRAS
                       ADD 1 TO WS-QTDE-REGRAS
                       MOVE PQ-REGISTRO
                          TO WS-REGRA-REG(WS-QTDE-REGRAS)
                    ELSE
                       MOVE "S" TO WS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PREREQ-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * EXCLUSAO DE UM PAR: O ARQUIVO E REGRAVADO SEM ELE              *
      ******************************************************************
       300-EXCLUI-REGRA                SECTION.
           DISPLAY "Disciplina ................: " WITH NO ADVANCING.
           ACCEPT WS-DISCIPLINA.
           MOVE FUNCTION UPPER-CASE(WS-DISCIPLINA) TO WS-DISCIPLINA.
           DISPLAY "Exige a disciplina ........: " WITH NO ADVANCING.
           ACCEPT WS-REQUISITO.
           MOVE FUNCTION UPPER-CASE(WS-REQUISITO) TO WS-REQUISITO.
           PERFORM 250-PROCURA-REGRA.
           IF WS-ACHOU NOT = "S"
              DISPLAY "Pre-requisito nao cadastrado."
              EXIT SECTION
           END-IF
           IF WS-TRANSBORDO = "S"
              DISPLAY "PREREQ.DAT excede a capacidade da tabela; "
                      "exclusao cancelada para nao truncar."
              EXIT SECTION
           END-IF
           OPEN OUTPUT PREREQ-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-REGRAS
              MOVE WS-REGRA-REG(AC-CI) TO PQ-REGISTRO
              IF PQ-DISCIPLINA NOT = WS-DISCIPLINA
                 OR PQ-REQUISITO NOT = WS-REQUISITO
                 WRITE PQ-REGISTRO
              END-IF
           END-PERFORM.
           CLOSE PREREQ-FILE.
           DISPLAY "Pre-requisito excluido.".
           MOVE "PREREQ EXCLUIDO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * CONFERE A DISCIPLINA CONTRA O CADASTRO DISCREG.DAT             *
      ******************************************************************
       400-VALIDA-DISCIPLINA           SECTION.
           MOVE "N" TO WS-DISC-OK.
           IF WS-DISC-PROCURA = SPACES
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
                    IF DR-CODIGO = WS-DISC-PROCURA
                       MOVE "S" TO WS-DISC-OK
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DISCREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
       END PROGRAM CAP04AP40.
