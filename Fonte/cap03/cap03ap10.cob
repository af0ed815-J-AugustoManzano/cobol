      * CAP03AP08 mostra as folhas corrigidas lado a lado com as
      * sessoes de treino; cada questao tambem desce para
      * DRILLDET.DAT e alimenta o perfil de fraquezas.
      *
      * Folha entregue pelo gerador (registro em FOLHAENT.DAT) so e
      * corrigida para um treinando a quem ela foi entregue, e uma vez
      * so: a devolucao fecha a entrega com a data (DATANEG) e o
      * placar, e a folha sai da lista de pendentes do CAP03AP13.
      * Folha avulsa, sem entrega registrada, segue corrigida como
      * antes, para o codigo informado.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DRILL-DET-FILE ASSIGN TO "DRILLDET.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DET-STATUS.
           SELECT FOLHA-ENT-FILE ASSIGN TO "FOLHAENT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-REG-FILE.
           05  DR-SEGUNDOS     PIC 9(6).
       FD  DRILL-DET-FILE.
       COPY "drilldet.cpy".
       FD  FOLHA-ENT-FILE.
       COPY "folhaent.cpy".
       WORKING-STORAGE SECTION.
       78  MAXIMO-QUESTOES VALUE 50.
       01  WS-TABELA-GABARITO.
       77  WS-FSC-STATUS  PIC XX.
       77  WS-DRL-STATUS  PIC XX.
       77  WS-DET-STATUS  PIC XX.
       77  WS-FEN-STATUS  PIC XX.
      *    Entregas de FOLHAENT.DAT, regravadas com a devolucao
       78  LIMITE-ENTREGAS VALUE 5000.
       01  WS-TAB-ENTREGAS.
           05  WS-ENT-REG PIC X(50) OCCURS LIMITE-ENTREGAS TIMES.
       77  WS-QTDE-ENTREGAS PIC 9(4) VALUE ZERO.
       77  AC-EN          PIC 9(4).
       77  AC-ENTREGA     PIC 9(4) VALUE ZERO.
       77  WS-FOLHA-ENTREGUE PIC X VALUE "N".
       77  WS-TRANSBORDO  PIC X VALUE "N".
       77  WS-DATA-NEG    PIC 9(8).
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-NUM-FOLHA   PIC 9(6).
           END-IF
           DISPLAY "Codigo do treinando ....: " WITH NO ADVANCING.
           ACCEPT WS-COD-TREINANDO.
           PERFORM 150-CONFERE-ENTREGA.
           IF WS-TRANSBORDO = "S"
              DISPLAY "FOLHAENT.DAT excede a capacidade da tabela; "
                      "correcao cancelada."
              GOBACK
           END-IF
           IF WS-FOLHA-ENTREGUE = "S"
              IF AC-ENTREGA = ZERO
                 DISPLAY "A folha nao foi entregue a este treinando."
                 GOBACK
              END-IF
              MOVE WS-ENT-REG(AC-ENTREGA) TO FE-REGISTRO
              IF FE-DEVOLVIDA
                 DISPLAY "Folha ja devolvida e corrigida em "
                    FE-DEVOLUCAO(7:2) "/" FE-DEVOLUCAO(5:2) "/"
                    FE-DEVOLUCAO(1:4) "."
                 GOBACK
              END-IF
           END-IF
           DISPLAY "[D]igitar respostas ou [L]er FOLHASCAN.DAT? "
              WITH NO ADVANCING.
           ACCEPT WS-MODO.
           DISPLAY "Placar da folha: " WS-ACERTOS " de "
              WS-QTDE-QUESTOES ".".
           PERFORM 500-GRAVA-PLACAR.
           IF AC-ENTREGA > ZERO
              PERFORM 600-REGISTRA-DEVOLUCAO
           END-IF
           MOVE "FOLHA CORRIGIDA" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           GOBACK.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * ENTREGAS REGISTRADAS: A FOLHA FOI ENTREGUE A ALGUEM? E A ESTE  *
      * TREINANDO (AC-ENTREGA)?                                        *
      ******************************************************************
       150-CONFERE-ENTREGA             SECTION.
           OPEN INPUT FOLHA-ENT-FILE.
           IF WS-FEN-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ FOLHA-ENT-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-ENTREGAS < LIMITE-ENTREGAS
                       ADD 1 TO WS-QTDE-ENTREGAS
                       MOVE FE-REGISTRO
                          TO WS-ENT-REG(WS-QTDE-ENTREGAS)
                       IF FE-FOLHA = WS-NUM-FOLHA
                          MOVE "S" TO WS-FOLHA-ENTREGUE
                          IF FE-ID = WS-COD-TREINANDO
                             MOVE WS-QTDE-ENTREGAS TO AC-ENTREGA
                          END-IF
                       END-IF
                    ELSE
                       MOVE "S" TO WS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FOLHA-ENT-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * RESPOSTAS DIGITADAS UMA A UMA PELO INSTRUTOR                   *
      ******************************************************************
       200-DIGITA-RESPOSTAS            SECTION.
           WRITE DR-REGISTRO.
           CLOSE DRILL-FILE.
           EXIT.
      ******************************************************************
      * DEVOLUCAO: A ENTREGA DO TREINANDO FECHA COM A DATA E O PLACAR, *
      * E FOLHAENT.DAT E REGRAVADO                                     *
      ******************************************************************
       600-REGISTRA-DEVOLUCAO          SECTION.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           MOVE WS-ENT-REG(AC-ENTREGA) TO FE-REGISTRO.
           MOVE "D"              TO FE-SITUACAO.
           MOVE WS-DATA-NEG      TO FE-DEVOLUCAO.
           MOVE WS-ACERTOS       TO FE-ACERTOS.
           MOVE WS-QTDE-QUESTOES TO FE-QTDE.
           MOVE FE-REGISTRO TO WS-ENT-REG(AC-ENTREGA).
           OPEN OUTPUT FOLHA-ENT-FILE.
           PERFORM VARYING AC-EN FROM 1 BY 1
                   UNTIL AC-EN > WS-QTDE-ENTREGAS
              MOVE WS-ENT-REG(AC-EN) TO FE-REGISTRO
              WRITE FE-REGISTRO
           END-PERFORM.
           CLOSE FOLHA-ENT-FILE.
           MOVE WS-ENT-REG(AC-ENTREGA) TO FE-REGISTRO.
           IF FE-DEVOLUCAO > FE-PRAZO
              DISPLAY "Devolucao registrada (fora do prazo de "
                 FE-PRAZO(7:2) "/" FE-PRAZO(5:2) "/" FE-PRAZO(1:4)
                 ")."
           ELSE
              DISPLAY "Devolucao registrada no prazo."
           END-IF.
           EXIT.
       END PROGRAM CAP03AP10.
