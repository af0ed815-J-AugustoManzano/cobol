       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP50.
      *
      * Notas em atraso pelo calendario de avaliacoes (CALAVAL.DAT,
      * mantido pelo CAP04AP49): para cada estudante de TURMA.DAT
      * cuja turma/disciplina tem calendario, cada avaliacao com o
      * prazo de lancamento ja vencido na data de negocio (DATANEG)
      * e a nota ainda zerada ou em branco conta como nota em
      * atraso. Lista por instrutor responsavel (INSTRTUR, de
      * TURMINST.DAT) cada turma, disciplina e avaliacao com a data,
      * o prazo e quantos estudantes estao sem nota, em NOTATRAS.LST
      * via IMPRIME/RELGER, e grava um alerta NOTAATRASO na fila
      * ALERTAS.DAT (mostrada aos coordenadores no sign-on) por
      * turma/disciplina/avaliacao - sem repetir o alerta que ainda
      * esta pendente de reconhecimento. Roda na cadeia noturna e sob
      * demanda pelo CAP04AP49; havendo nota em atraso, RETURN-CODE 4.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALAVAL-FILE ASSIGN TO "CALAVAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAL-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TURMA-STATUS.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALAVAL-FILE.
       COPY "calaval.cpy".
       FD  TURMA-FILE.
       COPY "turma.cpy".
       FD  ALERTAS-FILE.
       01  AT-REGISTRO.
           05  AT-DATA         PIC 9(8).
           05  AT-HORA         PIC 9(6).
           05  AT-REGRA        PIC X(12).
           05  AT-DETALHE      PIC X(30).
           05  AT-SITUACAO     PIC X.
           05  AT-RECONHECEDOR PIC X(12).
           05  AT-DATA-RECON   PIC 9(8).
           05  AT-HORA-RECON   PIC 9(6).
       WORKING-STORAGE SECTION.
       78  LIMITE-CALENDARIOS VALUE 300.
       78  LIMITE-ATRASOS VALUE 500.
       01  WS-TAB-CALENDARIOS.
           05  WS-CAL-REG PIC X(89) OCCURS LIMITE-CALENDARIOS TIMES.
       77  WS-QTDE-CALENDARIOS PIC 9(3) VALUE ZERO.
      *    Notas em atraso por instrutor, turma, disciplina e
      *    avaliacao, mantidas em ordem nessa chave na insercao
       01  WS-TAB-ATRASOS.
           05  WS-ATRASO OCCURS LIMITE-ATRASOS TIMES.
               10  WS-AT-CHAVE.
                   15  WS-AT-INSTRUTOR PIC X(4).
                   15  WS-AT-TURMA     PIC X(6).
                   15  WS-AT-DISC      PIC X(4).
                   15  WS-AT-AVAL      PIC 9.
               10  WS-AT-NOME      PIC X(25).
               10  WS-AT-DATA      PIC 9(8).
               10  WS-AT-PRAZO     PIC 9(8).
               10  WS-AT-QTDE      PIC 9(4).
       77  WS-QTDE-ATRASOS PIC 9(3) VALUE ZERO.
      *    Alertas NOTAATRASO ainda pendentes na fila
       01  WS-TAB-PENDENTES.
           05  WS-PEND-DETALHE PIC X(30) OCCURS LIMITE-ATRASOS TIMES.
       77  WS-QTDE-PENDENTES PIC 9(3) VALUE ZERO.
       01  WS-CHAVE-NOVA.
           05  WS-NV-INSTRUTOR PIC X(4).
           05  WS-NV-TURMA     PIC X(6).
           05  WS-NV-DISC      PIC X(4).
           05  WS-NV-AVAL      PIC 9.
       77  AC-CA          PIC 9(3).
       77  AC-AT          PIC 9(3).
       77  AC-CK          PIC 9.
       77  WS-CAL-STATUS  PIC XX.
       77  WS-TURMA-STATUS PIC XX.
       77  WS-ALE-STATUS  PIC XX.
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-ACHOU       PIC X.
       77  WS-TRANSBORDO  PIC X VALUE "N".
       77  WS-DATA-NEG    PIC 9(8).
       77  WS-INSTRUTOR-ANT PIC X(4).
       77  WS-INS-CODIGO  PIC X(4).
       77  WS-INS-NOME    PIC X(25).
       77  WS-INS-OPERADOR PIC X(12).
       77  WS-DATA-N      PIC 9(8).
       77  WS-DATA-BR     PIC X(10).
       77  WS-AVAL-BR     PIC X(10).
       77  WS-DETALHE     PIC X(30).
       77  WS-QTDE-EDIT   PIC ZZZ9.
       77  WS-SUBTOTAL    PIC 9(6).
       77  WS-TOTAL-LIDOS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-ATRASADAS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-ALERTAS PIC 9(6) VALUE ZERO.
       77  WS-LINHA       PIC X(132) VALUE SPACES.
       77  WS-IMP-OPCAO   PIC X.
       77  WS-IMP-TEXTO   PIC X(132).
       77  WS-IMP-TOTAL   PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO PIC X(14).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-DATA-INICIO PIC X(20).
       77  WS-DATA-FIM    PIC X(20).
       77  WS-DUR-HRA     PIC 9(4).
       77  WS-DUR-MIN     PIC 9(2).
       77  WS-DUR-SEG     PIC 9(2).
       77  WS-DUR-CEN     PIC 9(2).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP04A50".
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Notas em Atraso pelo Calendario de Avaliacoes".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
      *    Zerado a cada execucao: o job tambem e chamado do menu do
      *    CAP04AP49, mais de uma vez na mesma sessao.
           MOVE ZERO TO WS-QTDE-CALENDARIOS WS-QTDE-ATRASOS
                        WS-TOTAL-LIDOS WS-TOTAL-ATRASADAS
                        WS-TOTAL-ALERTAS WS-IMP-TOTAL.
           MOVE "N" TO WS-TRANSBORDO.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           PERFORM 100-CARREGA-CALENDARIOS.
           IF WS-TRANSBORDO = "N"
              PERFORM 200-CONFERE-NOTAS
           END-IF
           IF WS-TRANSBORDO = "S"
              DISPLAY "Calendario ou atrasos excedem a capacidade da "
                      "tabela; relatorio cancelado."
              MOVE "TRANSBORDO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "NOTATRAS.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "NOTAS EM ATRASO - PRAZO DE LANCAMENTO VENCIDO"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "TURMA  DISC AV DATA AVAL  PRAZO NOTA  SEM NOTA"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM 400-IMPRIME-ATRASOS.
           IF WS-QTDE-ATRASOS = ZERO
              MOVE "  (nenhuma nota em atraso)" TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-ATRASADAS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "NOTATRAS.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           PERFORM 500-GRAVA-ALERTAS.
           DISPLAY "Registros de nota conferidos: " WS-TOTAL-LIDOS.
           DISPLAY "Notas em atraso ...........: " WS-TOTAL-ATRASADAS.
           DISPLAY "Alertas novos na fila .....: " WS-TOTAL-ALERTAS.
           DISPLAY "Relatorio gravado em NOTATRAS.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-ATRASADAS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           IF WS-TOTAL-ATRASADAS > ZERO
              MOVE "COM ATRASOS" TO WS-RESULTADO
           ELSE
              MOVE "SEM ATRASOS" TO WS-RESULTADO
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           IF WS-TOTAL-ATRASADAS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.
      ******************************************************************
      * CARGA DO CALENDARIO DE AVALIACOES                              *
      ******************************************************************
       100-CARREGA-CALENDARIOS         SECTION.
           OPEN INPUT CALAVAL-FILE.
           IF WS-CAL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ CALAVAL-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-CALENDARIOS < LIMITE-CALENDARIOS
                       ADD 1 TO WS-QTDE-CALENDARIOS
                       MOVE CA-REGISTRO
                          TO WS-CAL-REG(WS-QTDE-CALENDARIOS)
                    ELSE
                       MOVE "S" TO WS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CALAVAL-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * CADA NOTA DE TURMA.DAT CONTRA O CALENDARIO DA SUA TURMA E      *
      * DISCIPLINA                                                     *
      ******************************************************************
       200-CONFERE-NOTAS               SECTION.
           IF WS-QTDE-CALENDARIOS = ZERO
              EXIT SECTION
           END-IF
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK OR WS-TRANSBORDO = "S"
              READ TURMA-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    PERFORM 250-PROCURA-CALENDARIO
                    IF WS-ACHOU = "S"
                       PERFORM 300-CONFERE-ESTUDANTE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TURMA-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * CALENDARIO DA DISCIPLINA DO REGISTRO OU, NA FALTA DELE, O DA   *
      * TURMA INTEIRA (DISCIPLINA EM BRANCO), EM CA-REGISTRO           *
      ******************************************************************
       250-PROCURA-CALENDARIO          SECTION.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING AC-CA FROM 1 BY 1
                   UNTIL AC-CA > WS-QTDE-CALENDARIOS
              IF WS-CAL-REG(AC-CA)(1:6) = TR-TURMA
                 IF WS-CAL-REG(AC-CA)(7:4) = TR-DISCIPLINA
                    MOVE WS-CAL-REG(AC-CA) TO CA-REGISTRO
                    MOVE "S" TO WS-ACHOU
                    EXIT SECTION
                 END-IF
                 IF WS-CAL-REG(AC-CA)(7:4) = SPACES
                    MOVE WS-CAL-REG(AC-CA) TO CA-REGISTRO
                    MOVE "S" TO WS-ACHOU
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * AVALIACOES DO ESTUDANTE COM PRAZO VENCIDO E NOTA ZERADA OU EM  *
      * BRANCO                                                         *
      ******************************************************************
       300-CONFERE-ESTUDANTE           SECTION.
           PERFORM VARYING AC-CK FROM 1 BY 1 UNTIL AC-CK > 4
              IF CA-DATA(AC-CK) NOT = ZERO
                 AND CA-PRAZO(AC-CK) < WS-DATA-NEG
                 IF TR-NOTA(AC-CK) IS NOT NUMERIC
                    PERFORM 350-ACUMULA-ATRASO
                 ELSE
                    IF TR-NOTA(AC-CK) = ZERO
                       PERFORM 350-ACUMULA-ATRASO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * MAIS UM ESTUDANTE SEM A NOTA AC-CK: SOMA NA ENTRADA DA TURMA,  *
      * DISCIPLINA E AVALIACAO, OU ABRE A ENTRADA NO LUGAR DA ORDEM    *
      ******************************************************************
       350-ACUMULA-ATRASO              SECTION.
           ADD 1 TO WS-TOTAL-ATRASADAS.
           PERFORM VARYING AC-AT FROM 1 BY 1
                   UNTIL AC-AT > WS-QTDE-ATRASOS
              IF WS-AT-TURMA(AC-AT) = TR-TURMA
                 AND WS-AT-DISC(AC-AT) = TR-DISCIPLINA
                 AND WS-AT-AVAL(AC-AT) = AC-CK
                 ADD 1 TO WS-AT-QTDE(AC-AT)
                 EXIT SECTION
              END-IF
           END-PERFORM.
           IF WS-QTDE-ATRASOS >= LIMITE-ATRASOS
              MOVE "S" TO WS-TRANSBORDO
              EXIT SECTION
           END-IF
           CALL "INSTRTUR" USING TR-TURMA, WS-INS-CODIGO,
              WS-INS-NOME, WS-INS-OPERADOR.
           MOVE WS-INS-CODIGO TO WS-NV-INSTRUTOR.
           MOVE TR-TURMA      TO WS-NV-TURMA.
           MOVE TR-DISCIPLINA TO WS-NV-DISC.
           MOVE AC-CK         TO WS-NV-AVAL.
           PERFORM VARYING AC-AT FROM WS-QTDE-ATRASOS BY -1
                   UNTIL AC-AT = ZERO
                      OR WS-AT-CHAVE(AC-AT) < WS-CHAVE-NOVA
              MOVE WS-ATRASO(AC-AT) TO WS-ATRASO(AC-AT + 1)
           END-PERFORM.
           ADD 1 TO AC-AT.
           ADD 1 TO WS-QTDE-ATRASOS.
           MOVE WS-CHAVE-NOVA   TO WS-AT-CHAVE(AC-AT).
           MOVE WS-INS-NOME     TO WS-AT-NOME(AC-AT).
           MOVE CA-DATA(AC-CK)  TO WS-AT-DATA(AC-AT).
           MOVE CA-PRAZO(AC-CK) TO WS-AT-PRAZO(AC-AT).
           MOVE 1               TO WS-AT-QTDE(AC-AT).
           EXIT.
      ******************************************************************
      * RELATORIO AGRUPADO POR INSTRUTOR, COM O SUBTOTAL DE CADA UM    *
      ******************************************************************
       400-IMPRIME-ATRASOS             SECTION.
           MOVE HIGH-VALUES TO WS-INSTRUTOR-ANT.
           MOVE ZERO TO WS-SUBTOTAL.
           PERFORM VARYING AC-AT FROM 1 BY 1
                   UNTIL AC-AT > WS-QTDE-ATRASOS
              IF WS-AT-INSTRUTOR(AC-AT) NOT = WS-INSTRUTOR-ANT
                 IF AC-AT > 1
                    PERFORM 450-IMPRIME-SUBTOTAL
                 END-IF
                 MOVE WS-AT-INSTRUTOR(AC-AT) TO WS-INSTRUTOR-ANT
                 MOVE ZERO TO WS-SUBTOTAL
                 MOVE SPACES TO WS-LINHA
                 IF WS-AT-INSTRUTOR(AC-AT) = SPACES
                    MOVE "INSTRUTOR: (TURMA SEM INSTRUTOR ATRIBUIDO)"
                       TO WS-LINHA
                 ELSE
                    STRING "INSTRUTOR: " WS-AT-INSTRUTOR(AC-AT) " "
                           WS-AT-NOME(AC-AT)
                       DELIMITED BY SIZE INTO WS-LINHA
                 END-IF
                 PERFORM 800-IMPRIME-LINHA
              END-IF
              MOVE WS-AT-DATA(AC-AT) TO WS-DATA-N
              PERFORM 850-FORMATA-DATA
              MOVE WS-DATA-BR TO WS-AVAL-BR
              MOVE WS-AT-PRAZO(AC-AT) TO WS-DATA-N
              PERFORM 850-FORMATA-DATA
              MOVE WS-AT-QTDE(AC-AT) TO WS-QTDE-EDIT
              ADD WS-AT-QTDE(AC-AT) TO WS-SUBTOTAL
              MOVE SPACES TO WS-LINHA
              STRING WS-AT-TURMA(AC-AT) " " WS-AT-DISC(AC-AT) " "
                     WS-AT-AVAL(AC-AT) "  " WS-AVAL-BR " "
                     WS-DATA-BR "      " WS-QTDE-EDIT
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-PERFORM.
           IF WS-QTDE-ATRASOS > ZERO
              PERFORM 450-IMPRIME-SUBTOTAL
           END-IF.
           EXIT.
      ******************************************************************
      * SUBTOTAL DE NOTAS EM ATRASO DO INSTRUTOR                       *
      ******************************************************************
       450-IMPRIME-SUBTOTAL            SECTION.
           MOVE WS-SUBTOTAL TO WS-QTDE-EDIT.
           MOVE SPACES TO WS-LINHA.
           STRING "  total do instrutor .............. " WS-QTDE-EDIT
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * UM ALERTA NOTAATRASO POR TURMA/DISCIPLINA/AVALIACAO, SALVO SE  *
      * O MESMO ALERTA AINDA ESTA PENDENTE NA FILA                     *
      ******************************************************************
       500-GRAVA-ALERTAS               SECTION.
           IF WS-QTDE-ATRASOS = ZERO
              EXIT SECTION
           END-IF
           PERFORM 550-CARREGA-PENDENTES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           OPEN EXTEND ALERTAS-FILE.
           IF WS-ALE-STATUS = "35"
              OPEN OUTPUT ALERTAS-FILE
           END-IF
           PERFORM VARYING AC-AT FROM 1 BY 1
                   UNTIL AC-AT > WS-QTDE-ATRASOS
              MOVE SPACES TO WS-DETALHE
              STRING "TURMA " WS-AT-TURMA(AC-AT)
                     " DISC " WS-AT-DISC(AC-AT)
                     " AV" WS-AT-AVAL(AC-AT)
                 DELIMITED BY SIZE INTO WS-DETALHE
              MOVE "N" TO WS-ACHOU
              PERFORM VARYING AC-CA FROM 1 BY 1
                      UNTIL AC-CA > WS-QTDE-PENDENTES
                         OR WS-ACHOU = "S"
                 IF WS-PEND-DETALHE(AC-CA) = WS-DETALHE
                    MOVE "S" TO WS-ACHOU
                 END-IF
              END-PERFORM
              IF WS-ACHOU = "N"
                 MOVE WS-DATA-HORA-SISTEMA(1:8) TO AT-DATA
                 MOVE WS-DATA-HORA-SISTEMA(9:6) TO AT-HORA
                 MOVE "NOTAATRASO"  TO AT-REGRA
                 MOVE WS-DETALHE    TO AT-DETALHE
                 MOVE "P"           TO AT-SITUACAO
                 MOVE SPACES        TO AT-RECONHECEDOR
                 MOVE ZERO          TO AT-DATA-RECON
                 MOVE ZERO          TO AT-HORA-RECON
                 WRITE AT-REGISTRO
                 ADD 1 TO WS-TOTAL-ALERTAS
              END-IF
           END-PERFORM.
           CLOSE ALERTAS-FILE.
           EXIT.
      ******************************************************************
      * ALERTAS NOTAATRASO AINDA NAO RECONHECIDOS                      *
      ******************************************************************
       550-CARREGA-PENDENTES           SECTION.
           MOVE ZERO TO WS-QTDE-PENDENTES.
           OPEN INPUT ALERTAS-FILE.
           IF WS-ALE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ ALERTAS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF AT-REGRA = "NOTAATRASO"
                       AND AT-SITUACAO = "P"
                       AND WS-QTDE-PENDENTES < LIMITE-ATRASOS
                       ADD 1 TO WS-QTDE-PENDENTES
                       MOVE AT-DETALHE
                          TO WS-PEND-DETALHE(WS-QTDE-PENDENTES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ALERTAS-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
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
      ******************************************************************
      * WS-DATA-N (AAAAMMDD) EM WS-DATA-BR (DD/MM/AAAA)                *
      ******************************************************************
       850-FORMATA-DATA                SECTION.
           MOVE SPACES TO WS-DATA-BR.
           STRING WS-DATA-N(7:2) "/" WS-DATA-N(5:2) "/"
                  WS-DATA-N(1:4)
              DELIMITED BY SIZE INTO WS-DATA-BR.
           EXIT.
       END PROGRAM CAP04AP50.
