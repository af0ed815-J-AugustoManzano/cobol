       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELEGSVC.
      *
      * Consulta de delegacao de alcada, no espirito do PERMCHK: o
      * aprovador de ferias deixava a fila parada ou emprestava a
      * senha. DELEGREG.DAT (tela CAP06AP24) guarda quem substitui
      * quem, em que periodo e para quais funcoes. Dado o operador
      * LK-SUBSTITUTO e a funcao LK-FUNCAO, a consulta devolve em
      * LK-TITULAR o id do titular de uma delegacao ATIVA cujo
      * periodo inclui a data de hoje e cuja lista de funcoes tem a
      * funcao pedida; sem delegacao valida, LK-TITULAR volta em
      * branco. Vale a ultima gravada, como nas demais tabelas.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELEGREG-FILE ASSIGN TO "DELEGREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-DLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DELEGREG-FILE.
       COPY "delegreg.cpy".
       LOCAL-STORAGE SECTION.
       77  LS-DLG-STATUS  PIC XX.
       77  LS-FIM-ARQUIVO PIC X VALUE "N".
           88 LS-FIM-OK   VALUE "S".
       77  LS-HOJE        PIC 9(8).
       77  LS-DATA-HORA   PIC X(20).
       77  AC-FN          PIC 9.
       LINKAGE SECTION.
       77  LK-SUBSTITUTO  PIC X(8).
       77  LK-FUNCAO      PIC X(9).
       77  LK-TITULAR     PIC X(8).
       PROCEDURE DIVISION USING LK-SUBSTITUTO, LK-FUNCAO, LK-TITULAR.
       PROG-PRINCIPAL-PARA.
           MOVE SPACES TO LK-TITULAR.
           IF LK-SUBSTITUTO = SPACES
              EXIT PROGRAM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO LS-DATA-HORA.
           MOVE LS-DATA-HORA(1:8) TO LS-HOJE.
           OPEN INPUT DELEGREG-FILE.
           IF LS-DLG-STATUS NOT = "00"
              EXIT PROGRAM
           END-IF.
           PERFORM UNTIL LS-FIM-OK
              READ DELEGREG-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF DG-SUBSTITUTO = LK-SUBSTITUTO
                       AND DG-ATIVA
                       AND DG-INICIO <= LS-HOJE
                       AND DG-FIM >= LS-HOJE
                       PERFORM VARYING AC-FN FROM 1 BY 1
                               UNTIL AC-FN > 4
                          IF DG-FUNCAO(AC-FN) = LK-FUNCAO
                             MOVE DG-TITULAR TO LK-TITULAR
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DELEGREG-FILE.
           EXIT PROGRAM.
