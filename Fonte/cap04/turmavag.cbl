      *          foi promovido. O chamador repete a chamada ate nao
      *          haver mais vaga ou mais fila.
      * Cada enfileiramento e promocao vai para AUDITLOG.DAT.
      *
      * O promovido sai da fila, mas a promocao fica registrada em
      * FILAPROM.DAT (mesmo layout da fila, FE-DATA com a data da
      * promocao): e dali que a correspondencia (CAP04AP44) tira o
      * aviso de vaga ao estudante.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FILA-FILE ASSIGN TO DYNAMIC LS-NOME-FILA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-FILA-STATUS.
           SELECT PROMOVIDO-FILE ASSIGN TO DYNAMIC LS-NOME-PROMO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-PRO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-FILE.
       COPY "capacreg.cpy".
       FD  FILA-FILE.
       COPY "filaesp.cpy".
       FD  PROMOVIDO-FILE.
       01  FP-REGISTRO         PIC X(52).
       LOCAL-STORAGE SECTION.
       77  LS-NOME-TURMA PIC X(30) VALUE "TURMA.DAT".
       77  LS-NOME-FILA  PIC X(30) VALUE "FILAESP.DAT".
       77  LS-NOME-PROMO PIC X(30) VALUE "FILAPROM.DAT".
       78  LIMITE-ALUNOS VALUE 200.
       78  LIMITE-FILA VALUE 200.
       01  TB-IDS-TURMA.
       77  LS-TURMA-STATUS     PIC XX.
       77  LS-CAP-STATUS       PIC XX.
       77  LS-FILA-STATUS      PIC XX.
       77  LS-PRO-STATUS       PIC XX.
       77  LS-FIM-ARQUIVO      PIC X VALUE "N".
           88 LS-FIM-OK        VALUE "S".
       77  LS-MAIOR-SEQ        PIC 9(4) VALUE ZERO.
      *    TURMA.DAT de producao.
           CALL "ARQNOME" USING LS-NOME-TURMA.
           CALL "ARQNOME" USING LS-NOME-FILA.
           CALL "ARQNOME" USING LS-NOME-PROMO.
           EVALUATE LK-OPCAO
              WHEN "C"
                 PERFORM 100-CONSULTA-VAGAS
              END-IF
           END-PERFORM.
           CLOSE FILA-FILE.
           MOVE TB-FILA-REG(LS-PROMOVIDO) TO FE-REGISTRO.
           MOVE FUNCTION CURRENT-DATE TO LS-DATA-HORA-SISTEMA.
           MOVE LS-DATA-HORA-SISTEMA(1:8) TO FE-DATA.
           OPEN EXTEND PROMOVIDO-FILE.
           IF LS-PRO-STATUS = "35"
              OPEN OUTPUT PROMOVIDO-FILE
           END-IF
           WRITE FP-REGISTRO FROM FE-REGISTRO.
           CLOSE PROMOVIDO-FILE.
           MOVE "FILA PROMOVIDO" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
