       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREREQ.
      *
      * Servico de pre-requisitos da matricula, no mesmo espirito de
      * TURMAVAG: estudantes se matriculavam em disciplinas avancadas
      * sem ter passado pela basica. Para o estudante e a disciplina
      * pedidos, confere cada pre-requisito de PREREQ.DAT (CAP04AP40)
      * contra o historico das turmas encerradas (HISTTURM.DAT,
      * gravado pelo fechamento CAP04AP21): vale o registro do mesmo
      * estudante na disciplina exigida com situacao APROVADO e, se a
      * regra pede, media final nao menor que o minimo. Devolve:
      *    LK-CUMPRE   "S" - todos os pre-requisitos cumpridos (ou a
      *                      disciplina nao tem nenhum);
      *                "N" - falta pelo menos um;
      *    LK-FALTANTE a primeira disciplina exigida nao cumprida;
      *    LK-MEDIA-MIN a media minima dessa regra (zero = sem minimo).
      * A decisao (recusar, enfileirar ou liberar) fica com o chamador.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREREQ-FILE ASSIGN TO "PREREQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-PRQ-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTTURM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-HIS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PREREQ-FILE.
       COPY "prereq.cpy".
       FD  HISTORICO-FILE.
       01  HT-REGISTRO.
           05  HT-ANO          PIC 9(4).
           05  HT-TURMA        PIC X(6).
           05  HT-ID           PIC X(9).
           05  HT-NOME         PIC X(25).
           05  HT-NOTA         PIC 99V99 OCCURS 4 TIMES.
           05  HT-MEDIA        PIC 99V99.
           05  HT-SITUACAO     PIC X(20).
           05  HT-DISCIPLINA   PIC X(4).
       LOCAL-STORAGE SECTION.
       78  LIMITE-REQUISITOS VALUE 20.
       01  TB-REQUISITOS.
           05  TB-REQ-ENTRADA OCCURS LIMITE-REQUISITOS TIMES.
               10  TB-REQ-DISCIPLINA PIC X(4).
               10  TB-REQ-MEDIA-MIN  PIC 99V99.
               10  TB-REQ-CUMPRIDO   PIC X.
       77  LS-QTDE-REQUISITOS  PIC 9(2) VALUE ZERO.
       77  AC-RQ               PIC 9(2).
       77  LS-PRQ-STATUS       PIC XX.
       77  LS-HIS-STATUS       PIC XX.
       77  LS-FIM-ARQUIVO      PIC X VALUE "N".
           88 LS-FIM-OK        VALUE "S".
       LINKAGE SECTION.
       77  LK-ID               PIC X(9).
       77  LK-DISCIPLINA       PIC X(4).
       77  LK-CUMPRE           PIC X.
       77  LK-FALTANTE         PIC X(4).
       77  LK-MEDIA-MIN        PIC 99V99.
       PROCEDURE DIVISION USING LK-ID, LK-DISCIPLINA, LK-CUMPRE,
               LK-FALTANTE, LK-MEDIA-MIN.
       PROG-PRINCIPAL-PARA.
           MOVE "S" TO LK-CUMPRE.
           MOVE SPACES TO LK-FALTANTE.
           MOVE ZERO TO LK-MEDIA-MIN.
           IF LK-DISCIPLINA = SPACES
              EXIT PROGRAM
           END-IF.
           PERFORM 100-CARREGA-REQUISITOS.
           IF LS-QTDE-REQUISITOS = ZERO
              EXIT PROGRAM
           END-IF.
           PERFORM 200-CONFERE-HISTORICO.
           PERFORM VARYING AC-RQ FROM 1 BY 1
                   UNTIL AC-RQ > LS-QTDE-REQUISITOS
              IF TB-REQ-CUMPRIDO(AC-RQ) NOT = "S"
                 MOVE "N" TO LK-CUMPRE
                 MOVE TB-REQ-DISCIPLINA(AC-RQ) TO LK-FALTANTE
                 MOVE TB-REQ-MEDIA-MIN(AC-RQ) TO LK-MEDIA-MIN
                 EXIT PROGRAM
              END-IF
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * PRE-REQUISITOS DA DISCIPLINA PEDIDA                            *
      ******************************************************************
       100-CARREGA-REQUISITOS          SECTION.
           OPEN INPUT PREREQ-FILE.
           IF LS-PRQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ PREREQ-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF PQ-DISCIPLINA = LK-DISCIPLINA
                       AND LS-QTDE-REQUISITOS < LIMITE-REQUISITOS
                       ADD 1 TO LS-QTDE-REQUISITOS
                       MOVE PQ-REQUISITO
                          TO TB-REQ-DISCIPLINA(LS-QTDE-REQUISITOS)
                       MOVE PQ-MEDIA-MIN
                          TO TB-REQ-MEDIA-MIN(LS-QTDE-REQUISITOS)
                       MOVE "N" TO TB-REQ-CUMPRIDO(LS-QTDE-REQUISITOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PREREQ-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * HISTORICO DO ESTUDANTE: UMA APROVACAO COM A MEDIA EXIGIDA      *
      * CUMPRE O PRE-REQUISITO                                         *
      ******************************************************************
       200-CONFERE-HISTORICO           SECTION.
           OPEN INPUT HISTORICO-FILE.
           IF LS-HIS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ HISTORICO-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF HT-ID = LK-ID
                       AND HT-SITUACAO = "APROVADO"
                       PERFORM 250-MARCA-CUMPRIDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HISTORICO-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UMA APROVACAO DO HISTORICO CONTRA A TABELA DE EXIGENCIAS       *
      ******************************************************************
       250-MARCA-CUMPRIDO              SECTION.
           PERFORM VARYING AC-RQ FROM 1 BY 1
                   UNTIL AC-RQ > LS-QTDE-REQUISITOS
              IF TB-REQ-DISCIPLINA(AC-RQ) = HT-DISCIPLINA
                 AND HT-MEDIA >= TB-REQ-MEDIA-MIN(AC-RQ)
                 MOVE "S" TO TB-REQ-CUMPRIDO(AC-RQ)
              END-IF
           END-PERFORM.
           EXIT.
