       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFISC.
      *
      * Consulta da tabela de periodos fiscais (PERFISC.DAT), no
      * espirito de SYSCFG e PERMCHK: os livros fecham por periodo
      * fiscal, que nem sempre coincide com o mes civil, e lancamento
      * atrasado nao pode cair num periodo que a financeira ja
      * reportou. LK-OPCAO:
      *    "P" - localiza o periodo LK-PERIODO (AAAAPP);
      *    "D" - localiza o periodo que contem a data LK-DATA;
      *    "V" - valida a data LK-DATA para um lancamento de valor:
      *          data em periodo FECHADO e recusada e a recusa vai
      *          para AUDITLOG.DAT em nome do programa chamador
      *          (parametro OPCIONAL LK-PROGRAMA).
      * Encontrado o periodo, LK-PERIODO, LK-INICIO, LK-FIM e
      * LK-SITUACAO voltam preenchidos. LK-STATUS:
      *    "S" - periodo encontrado (ou, na "V", data aceita);
      *    "N" - periodo nao cadastrado (na "V", data fora de
      *          qualquer periodo cadastrado tambem e aceita - sem
      *          tabela vale o calendario de sempre);
      *    "F" - so na "V": data num periodo fechado, recusada.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERFISC-FILE ASSIGN TO "PERFISC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-PER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERFISC-FILE.
       COPY "perfisc.cpy".
       LOCAL-STORAGE SECTION.
       77  LS-PER-STATUS  PIC XX.
       77  LS-FIM-ARQUIVO PIC X VALUE "N".
           88 LS-FIM-OK   VALUE "S".
       77  LS-ACHOU       PIC X VALUE "N".
       77  LS-PROGRAMA    PIC X(8).
       77  LS-RESULTADO   PIC X(20).
       LINKAGE SECTION.
       77  LK-OPCAO       PIC X.
           88  LK-POR-PERIODO  VALUE "P".
           88  LK-POR-DATA     VALUE "D".
           88  LK-VALIDA       VALUE "V".
       77  LK-DATA        PIC 9(8).
       77  LK-PERIODO     PIC 9(6).
       77  LK-INICIO      PIC 9(8).
       77  LK-FIM         PIC 9(8).
       77  LK-SITUACAO    PIC X.
       77  LK-STATUS      PIC X.
       77  LK-PROGRAMA    PIC X(8).
       PROCEDURE DIVISION USING LK-OPCAO, LK-DATA, LK-PERIODO,
               LK-INICIO, LK-FIM, LK-SITUACAO, LK-STATUS,
               OPTIONAL LK-PROGRAMA.
       PROG-PRINCIPAL-PARA.
           MOVE "N" TO LK-STATUS.
           OPEN INPUT PERFISC-FILE.
           IF LS-PER-STATUS NOT = "00"
              EXIT PROGRAM
           END-IF.
           PERFORM UNTIL LS-FIM-OK
              READ PERFISC-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF LK-POR-PERIODO
                       IF PF-CODIGO = LK-PERIODO
                          MOVE "S" TO LS-ACHOU
                          MOVE "S" TO LS-FIM-ARQUIVO
                       END-IF
                    ELSE
                       IF LK-DATA >= PF-INICIO AND LK-DATA <= PF-FIM
                          MOVE "S" TO LS-ACHOU
                          MOVE "S" TO LS-FIM-ARQUIVO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PERFISC-FILE.
           IF LS-ACHOU = "N"
              EXIT PROGRAM
           END-IF
           MOVE PF-CODIGO   TO LK-PERIODO.
           MOVE PF-INICIO   TO LK-INICIO.
           MOVE PF-FIM      TO LK-FIM.
           MOVE PF-SITUACAO TO LK-SITUACAO.
           MOVE "S" TO LK-STATUS.
           IF LK-VALIDA AND PF-FECHADO
              MOVE "F" TO LK-STATUS
              PERFORM 500-AUDITA-RECUSA
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
      * RECUSA DE LANCAMENTO EM PERIODO FECHADO NA TRILHA DE AUDITORIA *
      ******************************************************************
       500-AUDITA-RECUSA               SECTION.
           MOVE "PERFISC" TO LS-PROGRAMA.
           IF ADDRESS OF LK-PROGRAMA NOT = NULL
              AND LK-PROGRAMA NOT = SPACES
              MOVE LK-PROGRAMA TO LS-PROGRAMA
           END-IF
           MOVE SPACES TO LS-RESULTADO.
           STRING "PER FECHADO " PF-CODIGO
              DELIMITED BY SIZE INTO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
