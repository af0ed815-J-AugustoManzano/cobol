       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP03AP13.
      *
      * Folhas de exercicio pendentes de devolucao, por turma: cada
      * entrega de FOLHAENT.DAT (gravada pelo gerador CAP03AP06) ainda
      * sem devolucao corrigida (CAP03AP10) e com o prazo vencido na
      * data de negocio (DATANEG) sai na lista, agrupada por turma,
      * com o numero da folha, o treinando (nome de TURMA.DAT), a
      * emissao, o prazo e os dias de atraso. Saida em FOLHAPEN.LST
      * via IMPRIME/RELGER, totais via STATSLOG; havendo folha
      * pendente, RETURN-CODE 4.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-ENT-FILE ASSIGN TO "FOLHAENT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEN-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TURMA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-ENT-FILE.
       COPY "folhaent.cpy".
       FD  TURMA-FILE.
       COPY "turma.cpy".
       WORKING-STORAGE SECTION.
       78  LIMITE-PENDENTES VALUE 2000.
       78  LIMITE-NOMES VALUE 2000.
      *    Entregas vencidas em ordem de turma, folha e treinando
       01  WS-TAB-PENDENTES.
           05  WS-PENDENTE OCCURS LIMITE-PENDENTES TIMES.
               10  WS-PD-CHAVE.
                   15  WS-PD-TURMA  PIC X(6).
                   15  WS-PD-FOLHA  PIC 9(6).
                   15  WS-PD-ID     PIC X(9).
               10  WS-PD-EMISSAO    PIC 9(8).
               10  WS-PD-PRAZO      PIC 9(8).
       77  WS-QTDE-PENDENTES PIC 9(4) VALUE ZERO.
       01  WS-TAB-NOMES.
           05  WS-NOME-ENTRADA OCCURS LIMITE-NOMES TIMES.
               10  WS-NM-ID     PIC X(9).
               10  WS-NM-NOME   PIC X(25).
       77  WS-QTDE-NOMES  PIC 9(4) VALUE ZERO.
       01  WS-CHAVE-NOVA.
           05  WS-NV-TURMA    PIC X(6).
           05  WS-NV-FOLHA    PIC 9(6).
           05  WS-NV-ID       PIC X(9).
       77  AC-PD          PIC 9(4).
       77  AC-NM          PIC 9(4).
       77  WS-FEN-STATUS  PIC XX.
       77  WS-TURMA-STATUS PIC XX.
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-TRANSBORDO  PIC X VALUE "N".
       77  WS-DATA-NEG    PIC 9(8).
       77  WS-TURMA-ANT   PIC X(6).
       77  WS-NOME        PIC X(25).
       77  WS-DIAS-ATRASO PIC 9(5).
       77  WS-DIAS-EDIT   PIC ZZZZ9.
       77  WS-SUBTOTAL    PIC 9(4).
       77  WS-SUB-EDIT    PIC ZZZ9.
       77  WS-EMISSAO-BR  PIC X(10).
       77  WS-PRAZO-BR    PIC X(10).
       77  WS-TOTAL-LIDAS PIC 9(6) VALUE ZERO.
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
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP03A13".
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Folhas de Exercicio Pendentes de Devolucao".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           MOVE ZERO TO WS-QTDE-PENDENTES WS-QTDE-NOMES
                        WS-TOTAL-LIDAS WS-TOTAL-PENDENTES
                        WS-IMP-TOTAL.
           MOVE "N" TO WS-TRANSBORDO.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           PERFORM 100-CARREGA-PENDENTES.
           IF WS-TRANSBORDO = "S"
              DISPLAY "FOLHAENT.DAT excede a capacidade da tabela; "
                      "relatorio cancelado."
              MOVE "TRANSBORDO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 200-CARREGA-NOMES.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "FOLHAPEN.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "FOLHAS DE EXERCICIO NAO DEVOLVIDAS APOS O PRAZO"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "  FOLHA  CODIGO    NOME                       "
                  "EMISSAO    PRAZO       ATRASO"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM 300-IMPRIME-PENDENTES.
           IF WS-QTDE-PENDENTES = ZERO
              MOVE "  (nenhuma folha pendente)" TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-PENDENTES TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "FOLHAPEN.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Entregas conferidas ..: " WS-TOTAL-LIDAS.
           DISPLAY "Folhas pendentes .....: " WS-TOTAL-PENDENTES.
           DISPLAY "Relatorio gravado em FOLHAPEN.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDAS,
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
      * ENTREGAS AINDA NAO DEVOLVIDAS COM O PRAZO VENCIDO, EM ORDEM DE *
      * TURMA, FOLHA E TREINANDO                                       *
      ******************************************************************
       100-CARREGA-PENDENTES           SECTION.
           OPEN INPUT FOLHA-ENT-FILE.
           IF WS-FEN-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK OR WS-TRANSBORDO = "S"
              READ FOLHA-ENT-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDAS
                    IF FE-EMITIDA AND FE-PRAZO < WS-DATA-NEG
                       PERFORM 150-GUARDA-PENDENTE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FOLHA-ENT-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * INSERCAO DA ENTREGA VENCIDA NO LUGAR DA ORDEM                  *
      ******************************************************************
       150-GUARDA-PENDENTE             SECTION.
           IF WS-QTDE-PENDENTES >= LIMITE-PENDENTES
              MOVE "S" TO WS-TRANSBORDO
              EXIT SECTION
           END-IF
           MOVE FE-TURMA TO WS-NV-TURMA.
           MOVE FE-FOLHA TO WS-NV-FOLHA.
           MOVE FE-ID    TO WS-NV-ID.
           PERFORM VARYING AC-PD FROM WS-QTDE-PENDENTES BY -1
                   UNTIL AC-PD = ZERO
                      OR WS-PD-CHAVE(AC-PD) < WS-CHAVE-NOVA
              MOVE WS-PENDENTE(AC-PD) TO WS-PENDENTE(AC-PD + 1)
           END-PERFORM.
           ADD 1 TO AC-PD.
           ADD 1 TO WS-QTDE-PENDENTES.
           MOVE WS-CHAVE-NOVA TO WS-PD-CHAVE(AC-PD).
           MOVE FE-EMISSAO    TO WS-PD-EMISSAO(AC-PD).
           MOVE FE-PRAZO      TO WS-PD-PRAZO(AC-PD).
           ADD 1 TO WS-TOTAL-PENDENTES.
           EXIT.
      ******************************************************************
      * NOMES DOS TREINANDOS EM TURMA.DAT (UMA ENTRADA POR CODIGO)     *
      ******************************************************************
       200-CARREGA-NOMES               SECTION.
           IF WS-QTDE-PENDENTES = ZERO
              EXIT SECTION
           END-IF
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ TURMA-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    PERFORM 250-GUARDA-NOME
              END-READ
           END-PERFORM.
           CLOSE TURMA-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM CODIGO DE TURMA.DAT NA TABELA DE NOMES, SEM REPETIR         *
      ******************************************************************
       250-GUARDA-NOME                 SECTION.
           PERFORM VARYING AC-NM FROM 1 BY 1
                   UNTIL AC-NM > WS-QTDE-NOMES
              IF WS-NM-ID(AC-NM) = TR-ID
                 EXIT SECTION
              END-IF
           END-PERFORM.
           IF WS-QTDE-NOMES < LIMITE-NOMES
              ADD 1 TO WS-QTDE-NOMES
              MOVE TR-ID   TO WS-NM-ID(WS-QTDE-NOMES)
              MOVE TR-NOME TO WS-NM-NOME(WS-QTDE-NOMES)
           END-IF.
           EXIT.
      ******************************************************************
      * RELATORIO AGRUPADO POR TURMA, COM O SUBTOTAL DE CADA UMA       *
      ******************************************************************
       300-IMPRIME-PENDENTES           SECTION.
           MOVE HIGH-VALUES TO WS-TURMA-ANT.
           MOVE ZERO TO WS-SUBTOTAL.
           PERFORM VARYING AC-PD FROM 1 BY 1
                   UNTIL AC-PD > WS-QTDE-PENDENTES
              IF WS-PD-TURMA(AC-PD) NOT = WS-TURMA-ANT
                 IF AC-PD > 1
                    PERFORM 350-IMPRIME-SUBTOTAL
                 END-IF
                 MOVE WS-PD-TURMA(AC-PD) TO WS-TURMA-ANT
                 MOVE ZERO TO WS-SUBTOTAL
                 MOVE SPACES TO WS-LINHA
                 STRING "TURMA " WS-PD-TURMA(AC-PD)
                    DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 800-IMPRIME-LINHA
              END-IF
              ADD 1 TO WS-SUBTOTAL
              MOVE "(fora do cadastro)" TO WS-NOME
              PERFORM VARYING AC-NM FROM 1 BY 1
                      UNTIL AC-NM > WS-QTDE-NOMES
                 IF WS-NM-ID(AC-NM) = WS-PD-ID(AC-PD)
                    MOVE WS-NM-NOME(AC-NM) TO WS-NOME
                    MOVE WS-QTDE-NOMES TO AC-NM
                 END-IF
              END-PERFORM
              MOVE SPACES TO WS-EMISSAO-BR WS-PRAZO-BR
              STRING WS-PD-EMISSAO(AC-PD)(7:2) "/"
                     WS-PD-EMISSAO(AC-PD)(5:2) "/"
                     WS-PD-EMISSAO(AC-PD)(1:4)
                 DELIMITED BY SIZE INTO WS-EMISSAO-BR
              STRING WS-PD-PRAZO(AC-PD)(7:2) "/"
                     WS-PD-PRAZO(AC-PD)(5:2) "/"
                     WS-PD-PRAZO(AC-PD)(1:4)
                 DELIMITED BY SIZE INTO WS-PRAZO-BR
              COMPUTE WS-DIAS-ATRASO =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-NEG)
                 - FUNCTION INTEGER-OF-DATE(WS-PD-PRAZO(AC-PD))
              MOVE WS-DIAS-ATRASO TO WS-DIAS-EDIT
              MOVE SPACES TO WS-LINHA
              STRING "  " WS-PD-FOLHA(AC-PD) " " WS-PD-ID(AC-PD) " "
                     WS-NOME "  " WS-EMISSAO-BR " " WS-PRAZO-BR " "
                     WS-DIAS-EDIT " dia(s)"
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-PERFORM.
           IF WS-QTDE-PENDENTES > ZERO
              PERFORM 350-IMPRIME-SUBTOTAL
           END-IF.
           EXIT.
      ******************************************************************
      * SUBTOTAL DE FOLHAS PENDENTES DA TURMA                          *
      ******************************************************************
       350-IMPRIME-SUBTOTAL            SECTION.
           MOVE WS-SUBTOTAL TO WS-SUB-EDIT.
           MOVE SPACES TO WS-LINHA.
           STRING "  folhas pendentes da turma ....... " WS-SUB-EDIT
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
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
       END PROGRAM CAP03AP13.
