       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP49.
      *
      * Calendario de avaliacoes (COORDENACAO): as quatro notas de
      * TR-NOTA nao tinham data, e uma nota zerada tanto podia ser
      * prova ainda nao aplicada quanto nota esquecida pelo
      * instrutor - as notas chegavam semanas atrasadas, na vespera
      * do fechamento. Mantem CALAVAL.DAT (layout calaval.cpy): por
      * turma e disciplina, a data de cada avaliacao e o prazo de
      * lancamento da nota, calculado por C0602NDU com os dias uteis
      * da chave PRAZO-NOTAS de SYSCFG.DAT (padrao 005) contados da
      * data da avaliacao. Avaliacao sem data fica fora do
      * calendario; informar as quatro em branco retira o calendario
      * da turma/disciplina. Disciplina em branco vale para a turma
      * inteira (e para as turmas de disciplina unica). A cobranca
      * das notas vencidas e o job noturno CAP04AP50, que a opcao [P]
      * tambem roda sob demanda; o fechamento (CAP04AP21) avisa das
      * avaliacoes sem nota antes de encerrar a turma.
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
       DATA DIVISION.
       FILE SECTION.
       FD  CALAVAL-FILE.
       COPY "calaval.cpy".
       FD  TURMA-FILE.
       COPY "turma.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-CALENDARIOS VALUE 300.
       01  WS-TAB-CALENDARIOS.
           05  WS-CAL-REG PIC X(89) OCCURS LIMITE-CALENDARIOS TIMES.
       77  WS-QTDE-CALENDARIOS PIC 9(3) VALUE ZERO.
       77  AC-CA          PIC 9(3).
       77  AC-CK          PIC 9.
       77  WS-CAL-STATUS  PIC XX.
       77  WS-TURMA-STATUS PIC XX.
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-OPCAO       PIC X.
       77  WS-ACHOU       PIC X.
       77  WS-FECHADA     PIC X.
       77  WS-TRANSBORDO  PIC X.
       77  WS-TURMA-SEL   PIC X(6).
       77  WS-DISC-SEL    PIC X(4).
       77  WS-QTDE-DATAS  PIC 9.
       77  WS-DATA-ENTRADA PIC X(10).
       77  WS-SAIDA-DATA  PIC X(10).
       77  WS-MOTIVO      PIC X(40).
       77  WS-DATA-N      PIC 9(8).
       77  WS-DATA-BR     PIC X(10).
       77  WS-AVAL-BR     PIC X(10).
       77  WS-NOVO-CALENDARIO PIC X(89).
       77  WS-PRAZO-SAIDA PIC X(10).
       77  WS-NDU         PIC 9(4).
       77  WS-STATUS-NDU  PIC X.
       77  WS-DIAS-PRAZO  PIC 9(3).
       77  WS-CFG-CHAVE   PIC X(12).
       77  WS-CFG-VALOR   PIC X(30).
       77  WS-OPERADOR    PIC X(12).
       77  WS-DISC-EXIBE  PIC X(5).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP04A49".
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "-----------------------------------"
              DISPLAY "Calendario de Avaliacoes"
              DISPLAY "-----------------------------------"
              DISPLAY "[L] - Listar calendarios"
              DISPLAY "[M] - Manter calendario de uma turma"
              DISPLAY "[P] - Notas em atraso (rodar agora)"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "L"
                    PERFORM 100-LISTA-CALENDARIOS
                 WHEN "M"
                    PERFORM 200-MANTEM-CALENDARIO
                 WHEN "P"
                    CALL "CAP04AP50"
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * LISTAGEM DOS CALENDARIOS: DATA E PRAZO DE CADA AVALIACAO       *
      ******************************************************************
       100-LISTA-CALENDARIOS           SECTION.
           OPEN INPUT CALAVAL-FILE.
           IF WS-CAL-STATUS NOT = "00"
              DISPLAY "Nenhum calendario cadastrado."
              EXIT SECTION
           END-IF
           DISPLAY "TURMA  DISC  AV DATA        PRAZO DE NOTA".
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ CALAVAL-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    PERFORM 150-MOSTRA-CALENDARIO
              END-READ
           END-PERFORM.
           CLOSE CALAVAL-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM CALENDARIO: UMA LINHA POR AVALIACAO PREVISTA                *
      ******************************************************************
       150-MOSTRA-CALENDARIO           SECTION.
           IF CA-DISCIPLINA = SPACES
              MOVE "TODAS" TO WS-DISC-EXIBE
           ELSE
              MOVE CA-DISCIPLINA TO WS-DISC-EXIBE
           END-IF.
           PERFORM VARYING AC-CK FROM 1 BY 1 UNTIL AC-CK > 4
              IF CA-DATA(AC-CK) NOT = ZERO
                 MOVE CA-DATA(AC-CK) TO WS-DATA-N
                 PERFORM 850-FORMATA-DATA
                 MOVE WS-DATA-BR TO WS-AVAL-BR
                 MOVE CA-PRAZO(AC-CK) TO WS-DATA-N
                 PERFORM 850-FORMATA-DATA
                 DISPLAY CA-TURMA " " WS-DISC-EXIBE " " AC-CK "  "
                    WS-AVAL-BR "  " WS-DATA-BR
                    " (" CA-DIAS-PRAZO " dias uteis)"
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * MANUTENCAO DO CALENDARIO DE UMA TURMA/DISCIPLINA: AS QUATRO    *
      * DATAS SAO PEDIDAS DE NOVO E O ARQUIVO INTEIRO E REGRAVADO      *
      ******************************************************************
       200-MANTEM-CALENDARIO           SECTION.
           DISPLAY "Turma/periodo .............: " WITH NO ADVANCING.
           ACCEPT WS-TURMA-SEL.
           MOVE FUNCTION UPPER-CASE(WS-TURMA-SEL) TO WS-TURMA-SEL.
           IF WS-TURMA-SEL = SPACES
              DISPLAY "Turma nao informada."
              EXIT SECTION
           END-IF
           CALL "TURMFECH" USING WS-TURMA-SEL, WS-FECHADA.
           IF WS-FECHADA = "S"
              DISPLAY "Turma ja encerrada; calendario recusado."
              EXIT SECTION
           END-IF
           DISPLAY "Disciplina (branco = toda a turma): "
              WITH NO ADVANCING.
           ACCEPT WS-DISC-SEL.
           MOVE FUNCTION UPPER-CASE(WS-DISC-SEL) TO WS-DISC-SEL.
           PERFORM 250-CONFERE-TURMA.
           IF WS-ACHOU NOT = "S"
              DISPLAY "Turma/disciplina sem estudantes em TURMA.DAT; "
                      "calendario recusado."
              EXIT SECTION
           END-IF
           MOVE "PRAZO-NOTAS" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:3) IS NUMERIC
              MOVE WS-CFG-VALOR(1:3) TO WS-DIAS-PRAZO
           ELSE
              MOVE 5 TO WS-DIAS-PRAZO
           END-IF
           MOVE WS-DIAS-PRAZO TO WS-NDU.
           MOVE SPACES TO CA-REGISTRO.
           MOVE WS-TURMA-SEL TO CA-TURMA.
           MOVE WS-DISC-SEL  TO CA-DISCIPLINA.
           MOVE WS-DIAS-PRAZO TO CA-DIAS-PRAZO.
           MOVE ZERO TO WS-QTDE-DATAS.
           DISPLAY "Datas das avaliacoes (DD/MM/AAAA, branco = nao "
                   "prevista); prazo de nota de " WS-DIAS-PRAZO
                   " dias uteis.".
           PERFORM VARYING AC-CK FROM 1 BY 1 UNTIL AC-CK > 4
              MOVE ZERO TO CA-DATA(AC-CK)
              MOVE ZERO TO CA-PRAZO(AC-CK)
              DISPLAY "Avaliacao " AC-CK " ...............: "
                 WITH NO ADVANCING
              ACCEPT WS-DATA-ENTRADA
              IF WS-DATA-ENTRADA NOT = SPACES
                 PERFORM 300-DATA-E-PRAZO
                 IF WS-DATA-N = ZERO
                    DISPLAY "Calendario nao gravado."
                    EXIT SECTION
                 END-IF
                 ADD 1 TO WS-QTDE-DATAS
              END-IF
           END-PERFORM.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           MOVE WS-OPERADOR TO CA-OPERADOR.
           MOVE CA-REGISTRO TO WS-NOVO-CALENDARIO.
           PERFORM 400-CARREGA-CALENDARIOS.
           IF WS-TRANSBORDO = "S"
              DISPLAY "CALAVAL.DAT excede a capacidade da tabela; "
                      "calendario nao gravado."
              EXIT SECTION
           END-IF
           PERFORM 450-SUBSTITUI-CALENDARIO.
           IF WS-TRANSBORDO = "S"
              DISPLAY "Tabela de calendarios cheia; calendario nao "
                      "gravado."
              EXIT SECTION
           END-IF
           OPEN OUTPUT CALAVAL-FILE.
           PERFORM VARYING AC-CA FROM 1 BY 1
                   UNTIL AC-CA > WS-QTDE-CALENDARIOS
              MOVE WS-CAL-REG(AC-CA) TO CA-REGISTRO
              WRITE CA-REGISTRO
           END-PERFORM.
           CLOSE CALAVAL-FILE.
           IF WS-QTDE-DATAS = ZERO
              DISPLAY "Nenhuma data informada; calendario retirado."
              MOVE "CALENDARIO RETIRADO" TO WS-RESULTADO
           ELSE
              DISPLAY "Calendario gravado: " WS-QTDE-DATAS
                 " avaliacao(oes) prevista(s)."
              MOVE "CALENDARIO AVAL" TO WS-RESULTADO
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * A TURMA (E A DISCIPLINA, SE INFORMADA) TEM ESTUDANTES ATIVOS   *
      ******************************************************************
       250-CONFERE-TURMA               SECTION.
           MOVE "N" TO WS-ACHOU.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ TURMA-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF TR-TURMA = WS-TURMA-SEL
                       AND (WS-DISC-SEL = SPACES
                            OR TR-DISCIPLINA = WS-DISC-SEL)
                       MOVE "S" TO WS-ACHOU
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TURMA-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * DATA DA AVALIACAO AC-CK (C0602DAT) E O PRAZO DE LANCAMENTO     *
      * WS-NDU DIAS UTEIS DEPOIS DELA (C0602NDU)                       *
      ******************************************************************
       300-DATA-E-PRAZO                SECTION.
           PERFORM 800-CONVERTE-DATA.
           IF WS-DATA-N = ZERO
              EXIT SECTION
           END-IF
           MOVE WS-DATA-N TO CA-DATA(AC-CK).
           CALL "C0602NDU" USING WS-SAIDA-DATA, WS-NDU,
              WS-PRAZO-SAIDA, WS-STATUS-NDU.
           IF WS-STATUS-NDU NOT = "S"
              DISPLAY "Falha no calculo do prazo da avaliacao "
                 AC-CK "."
              MOVE ZERO TO WS-DATA-N
              EXIT SECTION
           END-IF
           MOVE WS-PRAZO-SAIDA(7:4) TO CA-PRAZO(AC-CK)(1:4).
           MOVE WS-PRAZO-SAIDA(4:2) TO CA-PRAZO(AC-CK)(5:2).
           MOVE WS-PRAZO-SAIDA(1:2) TO CA-PRAZO(AC-CK)(7:2).
           DISPLAY "   notas ate " WS-PRAZO-SAIDA.
           EXIT.
      ******************************************************************
      * CARGA DO CALENDARIO INTEIRO PARA A REGRAVACAO                  *
      ******************************************************************
       400-CARREGA-CALENDARIOS         SECTION.
           MOVE ZERO TO WS-QTDE-CALENDARIOS.
           MOVE "N" TO WS-TRANSBORDO.
           OPEN INPUT CALAVAL-FILE.
           IF WS-CAL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
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
      * O CALENDARIO NOVO (WS-NOVO-CALENDARIO) SUBSTITUI O DA MESMA    *
      * TURMA/DISCIPLINA NA TABELA; SEM NENHUMA DATA, O ANTIGO SAI     *
      ******************************************************************
       450-SUBSTITUI-CALENDARIO        SECTION.
           PERFORM VARYING AC-CA FROM 1 BY 1
                   UNTIL AC-CA > WS-QTDE-CALENDARIOS
              IF WS-CAL-REG(AC-CA)(1:6) = WS-TURMA-SEL
                 AND WS-CAL-REG(AC-CA)(7:4) = WS-DISC-SEL
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-QTDE-DATAS = ZERO
              IF AC-CA <= WS-QTDE-CALENDARIOS
                 PERFORM VARYING AC-CA FROM AC-CA BY 1
                         UNTIL AC-CA >= WS-QTDE-CALENDARIOS
                    MOVE WS-CAL-REG(AC-CA + 1) TO WS-CAL-REG(AC-CA)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-QTDE-CALENDARIOS
              END-IF
              EXIT SECTION
           END-IF
           IF AC-CA > WS-QTDE-CALENDARIOS
              IF WS-QTDE-CALENDARIOS >= LIMITE-CALENDARIOS
                 MOVE "S" TO WS-TRANSBORDO
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-QTDE-CALENDARIOS
           END-IF
           MOVE WS-NOVO-CALENDARIO TO WS-CAL-REG(AC-CA).
           EXIT.
      ******************************************************************
      * DATA DD/MM/AAAA VALIDADA POR C0602DAT EM WS-DATA-N (AAAAMMDD), *
      * ZERO QUANDO INVALIDA                                           *
      ******************************************************************
       800-CONVERTE-DATA               SECTION.
           MOVE ZERO TO WS-DATA-N.
           CALL "C0602DAT" USING BY CONTENT WS-DATA-ENTRADA,
               BY REFERENCE WS-SAIDA-DATA, BY REFERENCE WS-MOTIVO,
               BY CONTENT "B".
           IF WS-SAIDA-DATA = "**/**/****"
              DISPLAY "Data invalida: " FUNCTION TRIM(WS-MOTIVO)
              EXIT SECTION
           END-IF
           COMPUTE WS-DATA-N =
              FUNCTION NUMVAL(WS-SAIDA-DATA(7:4)) * 10000
              + FUNCTION NUMVAL(WS-SAIDA-DATA(4:2)) * 100
              + FUNCTION NUMVAL(WS-SAIDA-DATA(1:2)).
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
       END PROGRAM CAP04AP49.
