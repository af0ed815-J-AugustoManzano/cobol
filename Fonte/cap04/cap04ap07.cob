      * no cadastro, nunca digitado solto. Uma aula ja lancada para a
      * mesma data e recusada, para a chamada nao ser duplicada. O
      * relatorio combinado de frequencia e notas sai pelo CAP04AP08.
      *
      * Com a grade horaria das turmas (CAP04AP37), a data da chamada
      * tem de ser uma data de aula prevista da turma em AULAS.DAT:
      * data sem aula e recusada, e assim a chamada que falta numa
      * data prevista aparece no relatorio de chamadas pendentes
      * (CAP04AP38) em vez de se confundir com dia sem aula.
      *
      * A chamada agora grava no indexado FREQIDX.DAT (layout
      * freqidx.cpy, chave turma + data + estudante), que substituiu
      * o sequencial FREQ.DAT: a conferencia de chamada ja lancada
      * posiciona direto na turma e data em vez de ler o arquivo
      * inteiro, e o estudante com registro em mais de uma
      * disciplina e chamado uma vez so - a chave nao admite a
      * segunda linha dele na mesma aula.
      *
      * Em sessao sandbox a chamada de treino le TRNTURMA.DAT e grava
      * em TRNFREQIDX.DAT (ARQNOME), copias mascaradas repostas pelo
      * CAP02AP23; a frequencia de producao nao e tocada.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMA-FILE ASSIGN TO DYNAMIC WS-NOME-TURMA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TURMA-STATUS.
           SELECT FREQ-FILE ASSIGN TO DYNAMIC WS-NOME-FREQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FQ-CHAVE
              ALTERNATE RECORD KEY IS FQ-ID WITH DUPLICATES
              FILE STATUS IS WS-FREQ-STATUS.
           SELECT AULAS-FILE ASSIGN TO "AULAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-FILE.
       COPY "turma.cpy".
       FD  FREQ-FILE.
       COPY "freqidx.cpy".
       FD  AULAS-FILE.
       COPY "aulareg.cpy".
       WORKING-STORAGE SECTION.
       77  WS-NOME-TURMA       PIC X(30) VALUE "TURMA.DAT".
       77  WS-NOME-FREQ        PIC X(30) VALUE "FREQIDX.DAT".
       77  WS-TURMA-STATUS     PIC XX.
       77  WS-FREQ-STATUS      PIC XX.
       77  WS-AUL-STATUS       PIC XX.
       77  WS-AULA-PREVISTA    PIC X VALUE "N".
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-TURMA-SEL        PIC X(6).
       77  WS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           MOVE "TURMA.DAT" TO WS-NOME-TURMA.
           CALL "ARQNOME" USING WS-NOME-TURMA.
           MOVE "FREQIDX.DAT" TO WS-NOME-FREQ.
           CALL "ARQNOME" USING WS-NOME-FREQ.
           DISPLAY "------------------------------------------".
           DISPLAY "Chamada Diaria da Turma".
           DISPLAY "------------------------------------------".
              FUNCTION NUMVAL(WS-SAIDA-DATA(7:4)) * 10000
              + FUNCTION NUMVAL(WS-SAIDA-DATA(4:2)) * 100
              + FUNCTION NUMVAL(WS-SAIDA-DATA(1:2)).
           PERFORM 050-CONFERE-AULA-PREVISTA.
           IF WS-AULA-PREVISTA NOT = "S"
              DISPLAY "Nao ha aula prevista da turma em " WS-SAIDA-DATA
                 " (datas de aula no CAP04AP37)."
              MOVE "CHAMADA SEM AULA" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              GOBACK
           END-IF
           PERFORM 100-CONFERE-JA-LANCADA.
           IF WS-JA-LANCADA = "S"
              DISPLAY "Chamada de " WS-SAIDA-DATA " ja foi lancada."
              DISPLAY "Arquivo TURMA.DAT nao encontrado."
              GOBACK
           END-IF
           OPEN I-O FREQ-FILE.
           IF WS-FREQ-STATUS = "35"
              OPEN OUTPUT FREQ-FILE
              CLOSE FREQ-FILE
              OPEN I-O FREQ-FILE
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ TURMA-FILE
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           GOBACK.
      ******************************************************************
      * A DATA TEM DE SER UMA DATA DE AULA PREVISTA DA TURMA           *
      ******************************************************************
       050-CONFERE-AULA-PREVISTA       SECTION.
           OPEN INPUT AULAS-FILE.
           IF WS-AUL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ AULAS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF AU-TURMA = WS-TURMA-SEL
                       AND AU-DATA = WS-DATA-AULA
                       MOVE "S" TO WS-AULA-PREVISTA
                       MOVE "S" TO WS-FIM-ARQUIVO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AULAS-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * RECUSA O RELANCAMENTO: JA EXISTE CHAMADA DA TURMA NA DATA EM   *
      * FREQIDX.DAT (POSICIONAMENTO PELA CHAVE TURMA + DATA)           *
      ******************************************************************
       100-CONFERE-JA-LANCADA          SECTION.
           OPEN INPUT FREQ-FILE.
           IF WS-FREQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE WS-TURMA-SEL TO FQ-TURMA.
           MOVE WS-DATA-AULA TO FQ-DATA.
           MOVE LOW-VALUES TO FQ-ID.
           START FREQ-FILE KEY IS NOT LESS THAN FQ-CHAVE
              INVALID KEY
                 CLOSE FREQ-FILE
                 EXIT SECTION
           END-START.
           READ FREQ-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 IF FQ-TURMA = WS-TURMA-SEL
                    AND FQ-DATA = WS-DATA-AULA
                    MOVE "S" TO WS-JA-LANCADA
                 END-IF
           END-READ.
           CLOSE FREQ-FILE.
           EXIT.
      ******************************************************************
      * COLHE P/A DO ESTUDANTE CORRENTE E GRAVA O REGISTRO DA CHAMADA  *
      ******************************************************************
       200-COLHE-PRESENCA              SECTION.
      *    Estudante com um registro por disciplina: a segunda linha
      *    dele na mesma aula ja esta no indice e nao e perguntada.
           MOVE WS-TURMA-SEL TO FQ-TURMA.
           MOVE WS-DATA-AULA TO FQ-DATA.
           MOVE TR-ID        TO FQ-ID.
           READ FREQ-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 EXIT SECTION
           END-READ.
           ADD 1 TO WS-TOTAL-ALUNOS.
           DISPLAY TR-ID " " TR-NOME " [P]resente/[A]usente: "
              WITH NO ADVANCING.
           MOVE WS-DATA-AULA TO FQ-DATA.
           MOVE WS-PRESENCA  TO FQ-PRESENCA.
           MOVE WS-TURMA-SEL TO FQ-TURMA.
           WRITE FQ-REGISTRO
              INVALID KEY
                 DISPLAY "Chamada de " TR-ID " ja gravada."
           END-WRITE.
           EXIT.
       END PROGRAM CAP04AP07.
