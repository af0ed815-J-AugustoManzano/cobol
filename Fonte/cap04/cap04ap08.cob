      * quantidade de justificadas sai em coluna propria. A saida
      * (FREQREL.LST) usa o servico de paginacao IMPRIME e e
      * preservada em geracao datada pela RELGER.
      *
      * A frequencia vem do indexado FREQIDX.DAT (freqidx.cpy), que
      * substituiu o sequencial FREQ.DAT: com uma turma escolhida a
      * leitura posiciona pela chave na turma e para ao sair dela; so
      * o modo "*" percorre o indice inteiro.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TURMA-FILE ASSIGN TO "TURMA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TURMA-STATUS.
           SELECT FREQ-FILE ASSIGN TO "FREQIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FQ-CHAVE
              ALTERNATE RECORD KEY IS FQ-ID WITH DUPLICATES
              FILE STATUS IS WS-FREQ-STATUS.
           SELECT JUST-FILE ASSIGN TO "JUSTFREQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
       FD  TURMA-FILE.
       COPY "turma.cpy".
       FD  FREQ-FILE.
       COPY "freqidx.cpy".
       FD  JUST-FILE.
       COPY "justfreq.cpy".
       WORKING-STORAGE SECTION.
           PERFORM 100-APURA-FREQUENCIA.
           PERFORM 120-CARREGA-JUSTIFICATIVAS.
           IF WS-QTDE-AULAS = ZERO
              DISPLAY "Nenhuma chamada lancada em FREQIDX.DAT."
              GOBACK
           END-IF
           OPEN INPUT TURMA-FILE.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           GOBACK.
      ******************************************************************
      * LE AS CHAMADAS DA TURMA EM FREQIDX.DAT (OU TODAS, NO MODO "*") *
      * ACUMULANDO AS PRESENCAS POR ESTUDANTE E AS DATAS DE AULA       *
      ******************************************************************
       100-APURA-FREQUENCIA            SECTION.
           OPEN INPUT FREQ-FILE.
           IF WS-FREQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           IF WS-TURMA-SEL NOT = "*"
              MOVE WS-TURMA-SEL TO FQ-TURMA
              MOVE ZERO TO FQ-DATA
              MOVE LOW-VALUES TO FQ-ID
              START FREQ-FILE KEY IS NOT LESS THAN FQ-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-FIM-ARQUIVO
              END-START
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ FREQ-FILE NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-TURMA-SEL = "*" OR FQ-TURMA = WS-TURMA-SEL
                       PERFORM 150-ACUMULA-CHAMADA
                    ELSE
                       MOVE "S" TO WS-FIM-ARQUIVO
                    END-IF
              END-READ
           END-PERFORM.
