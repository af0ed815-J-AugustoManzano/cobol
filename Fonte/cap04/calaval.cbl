       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALAVAL.
      *
      * Calendario de avaliacoes de uma turma e disciplina, no mesmo
      * espirito de INSTRTUR: o chamador informa a turma e a
      * disciplina e recebe o registro de CALAVAL.DAT (layout
      * calaval.cpy) com as datas das quatro avaliacoes e os prazos
      * de lancamento das notas. Sem calendario proprio da
      * disciplina vale o da turma (disciplina em branco); sem
      * nenhum dos dois, LK-ACHOU volta "N" e o registro em branco.
      * E o que o fechamento (CAP04AP21) consulta para saber quais
      * avaliacoes a turma deveria ter.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALAVAL-FILE ASSIGN TO "CALAVAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALAVAL-FILE.
       COPY "calaval.cpy".
       LOCAL-STORAGE SECTION.
       77  LS-CAL-STATUS  PIC XX.
       77  LS-FIM-ARQUIVO PIC X VALUE "N".
           88 LS-FIM-OK   VALUE "S".
       77  LS-GERAL       PIC X(89).
       77  LS-ACHOU-GERAL PIC X VALUE "N".
       LINKAGE SECTION.
       77  LK-TURMA       PIC X(6).
       77  LK-DISCIPLINA  PIC X(4).
       77  LK-CALENDARIO  PIC X(89).
       77  LK-ACHOU       PIC X.
       PROCEDURE DIVISION USING LK-TURMA, LK-DISCIPLINA,
               LK-CALENDARIO, LK-ACHOU.
       PROG-PRINCIPAL-PARA.
           MOVE SPACES TO LK-CALENDARIO.
           MOVE "N" TO LK-ACHOU.
           PERFORM 100-PROCURA-CALENDARIO.
           IF LK-ACHOU NOT = "S" AND LS-ACHOU-GERAL = "S"
              MOVE LS-GERAL TO LK-CALENDARIO
              MOVE "S" TO LK-ACHOU
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
      * CALENDARIO DA DISCIPLINA OU, NA FALTA DELE, O GERAL DA TURMA   *
      ******************************************************************
       100-PROCURA-CALENDARIO          SECTION.
           OPEN INPUT CALAVAL-FILE.
           IF LS-CAL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ CALAVAL-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF CA-TURMA = LK-TURMA
                       IF CA-DISCIPLINA = LK-DISCIPLINA
                          MOVE CA-REGISTRO TO LK-CALENDARIO
                          MOVE "S" TO LK-ACHOU
                       ELSE
                          IF CA-DISCIPLINA = SPACES
                             MOVE CA-REGISTRO TO LS-GERAL
                             MOVE "S" TO LS-ACHOU-GERAL
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CALAVAL-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
