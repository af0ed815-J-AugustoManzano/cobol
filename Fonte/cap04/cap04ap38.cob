       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP38.
      *
      * Chamadas pendentes: cada data de aula prevista (AULAS.DAT,
      * gerada pela grade horaria do CAP04AP37) ate a data de negocio
      * (DATANEG) precisa de chamada lancada em FREQ.DAT (CAP04AP07).
      * Lista as aulas ja dadas sem nenhuma linha de frequencia da
      * turma naquela data, com a sala, o horario e o instrutor
      * responsavel (INSTRTUR) para a coordenacao cobrar. Saida em
      * CHAMPEND.LST via IMPRIME/RELGER, totais via STATSLOG; havendo
      * chamada pendente, RETURN-CODE 4.
      *
      * Com a frequencia no indexado FREQIDX.DAT (freqidx.cpy), que
      * substituiu o sequencial FREQ.DAT, cada aula prevista e
      * conferida por posicionamento direto na chave turma + data; a
      * tabela de chamadas em memoria, e o teto que ela impunha,
      * deixaram de existir.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AULAS-FILE ASSIGN TO "AULAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUL-STATUS.
           SELECT FREQ-FILE ASSIGN TO "FREQIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FQ-CHAVE
              ALTERNATE RECORD KEY IS FQ-ID WITH DUPLICATES
              FILE STATUS IS WS-FREQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AULAS-FILE.
       COPY "aulareg.cpy".
       FD  FREQ-FILE.
       COPY "freqidx.cpy".
       WORKING-STORAGE SECTION.
       77  WS-AUL-STATUS  PIC XX.
       77  WS-FREQ-STATUS PIC XX.
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-ACHOU       PIC X.
       77  WS-FREQ-ABERTO PIC X VALUE "N".
       77  WS-DATA-NEG    PIC 9(8).
       77  WS-TURMA-ANT   PIC X(6) VALUE SPACES.
       77  WS-INS-CODIGO  PIC X(4).
       77  WS-INS-NOME    PIC X(25).
       77  WS-INS-OPERADOR PIC X(12).
       77  WS-TOTAL-AULAS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-PENDENTES PIC 9(6) VALUE ZERO.
       77  WS-LINHA       PIC X(132) VALUE SPACES.
       77  WS-IMP-OPCAO   PIC X.
       77  WS-IMP-TEXTO   PIC X(132).
       77  WS-IMP-TOTAL   PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO PIC X(14).
       77  WS-DATA-INICIO PIC X(20).
       77  WS-DATA-FIM    PIC X(20).
       77  WS-DUR-HRA     PIC 9(4).
       77  WS-DUR-MIN     PIC 9(2).
       77  WS-DUR-SEG     PIC 9(2).
       77  WS-DUR-CEN     PIC 9(2).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP04A38".
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Chamadas Pendentes por Aula Prevista".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           MOVE ZERO TO WS-TOTAL-AULAS WS-TOTAL-PENDENTES.
           MOVE SPACES TO WS-TURMA-ANT.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "CHAMPEND.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "CHAMADAS PENDENTES - AULAS PREVISTAS SEM FREQUENCIA"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "TURMA  DATA       HORARIO     SALA INSTRUTOR"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM 200-CONFERE-AULAS.
           IF WS-TOTAL-PENDENTES = ZERO
              MOVE "  (nenhuma chamada pendente)" TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-PENDENTES TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "CHAMPEND.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Aulas previstas ate hoje: " WS-TOTAL-AULAS.
           DISPLAY "Chamadas pendentes .....: " WS-TOTAL-PENDENTES.
           DISPLAY "Relatorio gravado em CHAMPEND.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-AULAS,
              BY REFERENCE WS-TOTAL-PENDENTES,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           IF WS-TOTAL-PENDENTES > ZERO
              MOVE "COM PENDENCIAS" TO WS-RESULTADO
           ELSE
              MOVE "SEM PENDENCIAS" TO WS-RESULTADO
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           IF WS-TOTAL-PENDENTES > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.
      ******************************************************************
      * CADA AULA PREVISTA ATE A DATA DE NEGOCIO SEM CHAMADA E LISTADA *
      ******************************************************************
       200-CONFERE-AULAS               SECTION.
           OPEN INPUT AULAS-FILE.
           IF WS-AUL-STATUS NOT = "00"
              MOVE "  (AULAS.DAT nao encontrado; ver CAP04AP37)"
                 TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FREQ-ABERTO.
           OPEN INPUT FREQ-FILE.
           IF WS-FREQ-STATUS = "00"
              MOVE "S" TO WS-FREQ-ABERTO
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ AULAS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF AU-DATA <= WS-DATA-NEG
                       ADD 1 TO WS-TOTAL-AULAS
                       PERFORM 250-CONFERE-UMA-AULA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AULAS-FILE.
           IF WS-FREQ-ABERTO = "S"
              CLOSE FREQ-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UMA AULA: PROCURA A CHAMADA PELA CHAVE TURMA + DATA E, SEM     *
      * ELA, LISTA COM O INSTRUTOR                                     *
      ******************************************************************
       250-CONFERE-UMA-AULA            SECTION.
           MOVE "N" TO WS-ACHOU.
           IF WS-FREQ-ABERTO = "S"
              MOVE AU-TURMA TO FQ-TURMA
              MOVE AU-DATA  TO FQ-DATA
              MOVE LOW-VALUES TO FQ-ID
              START FREQ-FILE KEY IS NOT LESS THAN FQ-CHAVE
                 INVALID KEY
                    MOVE SPACES TO FQ-TURMA
                 NOT INVALID KEY
                    READ FREQ-FILE NEXT RECORD
                       AT END
                          MOVE SPACES TO FQ-TURMA
                    END-READ
              END-START
              IF FQ-TURMA = AU-TURMA AND FQ-DATA = AU-DATA
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-IF.
           IF WS-ACHOU = "S"
              EXIT SECTION
           END-IF
           ADD 1 TO WS-TOTAL-PENDENTES.
           IF AU-TURMA NOT = WS-TURMA-ANT
              MOVE AU-TURMA TO WS-TURMA-ANT
              CALL "INSTRTUR" USING AU-TURMA, WS-INS-CODIGO,
                 WS-INS-NOME, WS-INS-OPERADOR
           END-IF
           MOVE SPACES TO WS-LINHA.
           STRING AU-TURMA " " AU-DATA(7:2) "/" AU-DATA(5:2) "/"
                  AU-DATA(1:4) " " AU-INICIO(1:2) ":" AU-INICIO(3:2)
                  "-" AU-FIM(1:2) ":" AU-FIM(3:2) " " AU-SALA " "
                  WS-INS-CODIGO " " WS-INS-NOME
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * UMA LINHA DO RELATORIO                                         *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
       END PROGRAM CAP04AP38.
