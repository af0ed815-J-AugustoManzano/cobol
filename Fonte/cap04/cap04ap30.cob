      * presenca somado ao deficit de media - para o instrutor
      * receber uma lista de ligacoes, nao um obituario. Saida
      * EMRISCO.LST via IMPRIME, preservada pela RELGER.
      *
      * Cada estudante apontado tambem e acrescentado a EMRISCO.DAT
      * (presenca, media e data da apuracao), de onde a
      * correspondencia do CAP04AP44 tira a carta ao estudante e ao
      * responsavel.
      *
      * As presencas vem do indexado FREQIDX.DAT (freqidx.cpy), que
      * substituiu o sequencial FREQ.DAT: com uma turma escolhida a
      * leitura posiciona pela chave no inicio dela e para ao sair;
      * so o modo "*" percorre o indice inteiro.
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
              FILE STATUS IS WS-JUS-STATUS.
           SELECT EMRISCO-FILE ASSIGN TO "EMRISCO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ERI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-FILE.
       COPY "turma.cpy".
       FD  FREQ-FILE.
       COPY "freqidx.cpy".
       FD  JUST-FILE.
       COPY "justfreq.cpy".
       FD  EMRISCO-FILE.
       COPY "emrisco.cpy".
       WORKING-STORAGE SECTION.
       78  LIMITE-ALUNOS VALUE 200.
       78  LIMITE-AULAS VALUE 200.
       77  WS-TURMA-STATUS     PIC XX.
       77  WS-FREQ-STATUS      PIC XX.
       77  WS-JUS-STATUS       PIC XX.
       77  WS-ERI-STATUS       PIC XX.
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-TURMA-SEL        PIC X(6).
           END-IF
           SORT TB-ALUNO ON DESCENDING KEY WS-R-GRAVIDADE.
           PERFORM 500-IMPRIME-RELATORIO.
           PERFORM 600-GRAVA-OCORRENCIAS.
           DISPLAY "Estudantes em risco: " WS-QTDE-RISCO.
           DISPLAY "Relatorio gravado em EMRISCO.LST.".
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
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
                       PERFORM 220-ACUMULA-CHAMADA
                    ELSE
                       MOVE "S" TO WS-FIM-ARQUIVO
                    END-IF
              END-READ
           END-PERFORM.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           EXIT.
      ******************************************************************
      * OCORRENCIAS DE RISCO ACRESCENTADAS A EMRISCO.DAT, PARA A       *
      * CORRESPONDENCIA                                                *
      ******************************************************************
       600-GRAVA-OCORRENCIAS           SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           OPEN EXTEND EMRISCO-FILE.
           IF WS-ERI-STATUS = "35"
              OPEN OUTPUT EMRISCO-FILE
           END-IF
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-RISCO
              MOVE WS-R-ID(AC-CI)    TO ER-ID
              MOVE WS-R-NOME(AC-CI)  TO ER-NOME
              MOVE WS-R-TURMA(AC-CI) TO ER-TURMA
              MOVE WS-R-PRES(AC-CI)  TO ER-PRESENCA
              MOVE WS-R-MEDIA(AC-CI) TO ER-MEDIA
              MOVE WS-DATA-HORA-SISTEMA(1:8) TO ER-DATA
              WRITE ER-REGISTRO
           END-PERFORM.
           CLOSE EMRISCO-FILE.
           EXIT.
      ******************************************************************
      * ENVIO DE UMA LINHA AO SERVICO DE PAGINACAO                     *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
