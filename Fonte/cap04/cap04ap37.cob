       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP37.
      *
      * Salas, grade horaria e datas de aula das turmas (COORDENACAO):
      * a chamada diaria aceitava qualquer data valida, sem distinguir
      * chamada esquecida de dia sem aula, e as salas eram reservadas
      * num quadro branco - duas turmas ja apareceram na mesma sala.
      * Mantem o registro de salas (SALAREG.DAT), o periodo letivo de
      * cada turma (TERMOREG.DAT) e a grade semanal (GRADEREG.DAT: dia
      * da semana, hora de inicio e fim, sala). Um horario novo e
      * recusado quando a turma ja tem aula no mesmo horario, quando a
      * sala ja esta ocupada por outra turma, ou quando o instrutor da
      * turma (INSTRTUR) ja da aula em outra turma no mesmo horario -
      * entre turmas cujos periodos letivos se cruzam; a troca do
      * periodo letivo passa pela mesma conferencia. A opcao [E] gera
      * as datas de aula da turma (AULAS.DAT) do inicio ao fim do
      * periodo letivo, pulando os feriados de FERIADOS.DAT (C0602FER);
      * gerar de novo substitui as datas da turma. E esse calendario
      * que a chamada diaria (CAP04AP07) confere e que o relatorio de
      * chamadas pendentes (CAP04AP38) cobra. Cada mudanca vai para
      * AUDITLOG.DAT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALAREG-FILE ASSIGN TO "SALAREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SAL-STATUS.
           SELECT TERMOREG-FILE ASSIGN TO "TERMOREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TER-STATUS.
           SELECT GRADEREG-FILE ASSIGN TO "GRADEREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRD-STATUS.
           SELECT AULAS-FILE ASSIGN TO "AULAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALAREG-FILE.
       COPY "salareg.cpy".
       FD  TERMOREG-FILE.
       COPY "termoreg.cpy".
       FD  GRADEREG-FILE.
       COPY "gradereg.cpy".
       FD  AULAS-FILE.
       COPY "aulareg.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-TERMOS VALUE 100.
       78  LIMITE-GRADE VALUE 300.
       78  LIMITE-AULAS VALUE 3000.
       01  WS-TAB-TERMOS.
           05  WS-TER-REG PIC X(22) OCCURS LIMITE-TERMOS TIMES.
       77  WS-QTDE-TERMOS PIC 9(3) VALUE ZERO.
       01  WS-TAB-GRADE.
           05  WS-GRD-REG PIC X(19) OCCURS LIMITE-GRADE TIMES.
       77  WS-QTDE-GRADE  PIC 9(3) VALUE ZERO.
       01  WS-TAB-AULAS.
           05  WS-AUL-REG PIC X(26) OCCURS LIMITE-AULAS TIMES.
       77  WS-QTDE-AULAS  PIC 9(4) VALUE ZERO.
       77  AC-CI          PIC 9(4).
       77  AC-GR          PIC 9(3).
       77  AC-CJ          PIC 9(3).
       77  AC-TE          PIC 9(3).
       77  WS-SAL-STATUS  PIC XX.
       77  WS-TER-STATUS  PIC XX.
       77  WS-GRD-STATUS  PIC XX.
       77  WS-AUL-STATUS  PIC XX.
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-OPCAO       PIC X.
       77  WS-ACHOU       PIC X.
       77  WS-TRANSBORDO  PIC X.
       77  WS-TURMA-SEL   PIC X(6).
       77  WS-SALA-SEL    PIC X(4).
       77  WS-DIA-X       PIC X.
       77  WS-HORA-X      PIC X(4).
       77  WS-HORA-N      PIC 9(4).
       77  WS-HH          PIC 9(2).
       77  WS-MM          PIC 9(2).
       77  WS-HORA-OK     PIC X.
       77  WS-NUM-HORARIO PIC 9(3).
       77  WS-QTDE-LISTADOS PIC 9(3).
      *    Horario candidato da conferencia de conflitos (500)
       01  WS-NOVO.
           05  WS-N-TURMA     PIC X(6).
           05  WS-N-DIA       PIC 9.
           05  WS-N-INICIO    PIC 9(4).
           05  WS-N-FIM       PIC 9(4).
           05  WS-N-SALA      PIC X(4).
       77  WS-N-TERMO-INI PIC 9(8).
       77  WS-N-TERMO-FIM PIC 9(8).
       77  WS-N-INSTRUTOR PIC X(4).
       77  WS-IGNORA-MESMA PIC X.
       77  WS-CONFLITO    PIC X(60).
       77  WS-INS-CODIGO  PIC X(4).
       77  WS-INS-NOME    PIC X(25).
       77  WS-INS-OPERADOR PIC X(12).
       77  WS-DATA-ENTRADA PIC X(10).
       77  WS-SAIDA-DATA  PIC X(10).
       77  WS-MOTIVO      PIC X(40).
       77  WS-DATA-N      PIC 9(8).
       77  WS-INICIO-N    PIC 9(8).
       77  WS-FIM-N       PIC 9(8).
       77  WS-INT-DATA    PIC 9(8).
       77  WS-INT-FIM     PIC 9(8).
       77  WS-DIA-SEMANA  PIC 9.
       77  WS-DATA-BR     PIC X(10).
       77  WS-FERIADO     PIC X.
       77  WS-FIM-SEMANA  PIC X.
       77  WS-DIA-UTIL    PIC X.
       77  WS-CONSULTOU   PIC X.
       77  WS-QTDE-GERADAS PIC 9(4).
       77  WS-QTDE-FERIADOS PIC 9(4).
       77  WS-S-DIA       PIC X(3).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP04A37".
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM 100-CARREGA-TABELAS.
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "-----------------------------------"
              DISPLAY "Salas, Grade Horaria e Datas de Aula"
              DISPLAY "-----------------------------------"
              DISPLAY "[S] - Listar salas"
              DISPLAY "[N] - Incluir sala"
              DISPLAY "[P] - Periodo letivo de uma turma"
              DISPLAY "[G] - Listar a grade de uma turma"
              DISPLAY "[H] - Incluir horario na grade"
              DISPLAY "[X] - Excluir horario da grade"
              DISPLAY "[E] - Gerar as datas de aula de uma turma"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "S"
                    PERFORM 150-LISTA-SALAS
                 WHEN "N"
                    PERFORM 200-INCLUI-SALA
                 WHEN "P"
                    PERFORM 300-DEFINE-PERIODO
                 WHEN "G"
                    PERFORM 350-LISTA-GRADE
                 WHEN "H"
                    PERFORM 400-INCLUI-HORARIO
                 WHEN "X"
                    PERFORM 450-EXCLUI-HORARIO
                 WHEN "E"
                    PERFORM 700-GERA-AULAS
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * CARGA DOS PERIODOS LETIVOS E DA GRADE                          *
      ******************************************************************
       100-CARREGA-TABELAS             SECTION.
           OPEN INPUT TERMOREG-FILE.
           IF WS-TER-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ TERMOREG-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-TERMOS < LIMITE-TERMOS
                          ADD 1 TO WS-QTDE-TERMOS
                          MOVE TM-REGISTRO
                             TO WS-TER-REG(WS-QTDE-TERMOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TERMOREG-FILE
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT GRADEREG-FILE.
           IF WS-GRD-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ GRADEREG-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-GRADE < LIMITE-GRADE
                          ADD 1 TO WS-QTDE-GRADE
                          MOVE GR-REGISTRO
                             TO WS-GRD-REG(WS-QTDE-GRADE)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GRADEREG-FILE
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * LISTAGEM DAS SALAS                                             *
      ******************************************************************
       150-LISTA-SALAS                 SECTION.
           OPEN INPUT SALAREG-FILE.
           IF WS-SAL-STATUS NOT = "00"
              DISPLAY "Nenhuma sala cadastrada."
              EXIT SECTION
           END-IF
           DISPLAY "SALA  NOME                       LUGARES".
           PERFORM UNTIL WS-FIM-OK
              READ SALAREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    DISPLAY SA-CODIGO "  " SA-NOME "  " SA-LUGARES
              END-READ
           END-PERFORM.
           CLOSE SALAREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * INCLUSAO DE UMA SALA, RECUSANDO CODIGO REPETIDO                *
      ******************************************************************
       200-INCLUI-SALA                 SECTION.
           DISPLAY "Codigo da sala (4 posicoes): " WITH NO ADVANCING.
           ACCEPT WS-SALA-SEL.
           MOVE FUNCTION UPPER-CASE(WS-SALA-SEL) TO WS-SALA-SEL.
           IF WS-SALA-SEL = SPACES
              DISPLAY "Codigo nao informado."
              EXIT SECTION
           END-IF
           PERFORM 250-PROCURA-SALA.
           IF WS-ACHOU = "S"
              DISPLAY "Sala ja cadastrada."
              EXIT SECTION
           END-IF
           MOVE WS-SALA-SEL TO SA-CODIGO.
           DISPLAY "Nome/localizacao ..........: " WITH NO ADVANCING.
           ACCEPT SA-NOME.
           DISPLAY "Lugares ...................: " WITH NO ADVANCING.
           ACCEPT SA-LUGARES.
           OPEN EXTEND SALAREG-FILE.
           IF WS-SAL-STATUS = "35"
              OPEN OUTPUT SALAREG-FILE
           END-IF
           WRITE SA-REGISTRO.
           CLOSE SALAREG-FILE.
           DISPLAY "Sala " WS-SALA-SEL " incluida.".
           MOVE "SALA NOVA" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * CONFERE SE A SALA WS-SALA-SEL EXISTE                           *
      ******************************************************************
       250-PROCURA-SALA                SECTION.
           MOVE "N" TO WS-ACHOU.
           OPEN INPUT SALAREG-FILE.
           IF WS-SAL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ SALAREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF SA-CODIGO = WS-SALA-SEL
                       MOVE "S" TO WS-ACHOU
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SALAREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * PERIODO LETIVO DA TURMA: OS HORARIOS JA GRADEADOS PASSAM DE    *
      * NOVO PELA CONFERENCIA DE CONFLITOS COM AS DATAS NOVAS          *
      ******************************************************************
       300-DEFINE-PERIODO              SECTION.
           DISPLAY "Turma/periodo .............: " WITH NO ADVANCING.
           ACCEPT WS-TURMA-SEL.
           MOVE FUNCTION UPPER-CASE(WS-TURMA-SEL) TO WS-TURMA-SEL.
           IF WS-TURMA-SEL = SPACES
              DISPLAY "Turma nao informada."
              EXIT SECTION
           END-IF
           DISPLAY "Inicio das aulas (DD/MM/AAAA): " WITH NO ADVANCING.
           ACCEPT WS-DATA-ENTRADA.
           PERFORM 800-CONVERTE-DATA.
           IF WS-DATA-N = ZERO
              EXIT SECTION
           END-IF
           MOVE WS-DATA-N TO WS-INICIO-N.
           DISPLAY "Fim das aulas (DD/MM/AAAA) ..: " WITH NO ADVANCING.
           ACCEPT WS-DATA-ENTRADA.
           PERFORM 800-CONVERTE-DATA.
           IF WS-DATA-N = ZERO
              EXIT SECTION
           END-IF
           MOVE WS-DATA-N TO WS-FIM-N.
           IF WS-FIM-N < WS-INICIO-N
              DISPLAY "Fim antes do inicio; periodo recusado."
              EXIT SECTION
           END-IF
           MOVE WS-INICIO-N TO WS-N-TERMO-INI.
           MOVE WS-FIM-N    TO WS-N-TERMO-FIM.
           PERFORM 550-INSTRUTOR-DA-TURMA.
           MOVE "S" TO WS-IGNORA-MESMA.
           PERFORM VARYING AC-CJ FROM 1 BY 1
                   UNTIL AC-CJ > WS-QTDE-GRADE
              MOVE WS-GRD-REG(AC-CJ) TO GR-REGISTRO
              IF GR-TURMA = WS-TURMA-SEL
                 MOVE GR-REGISTRO TO WS-NOVO
                 PERFORM 500-CONFERE-CONFLITO
                 IF WS-CONFLITO NOT = SPACES
                    DISPLAY "Periodo recusado: "
                       FUNCTION TRIM(WS-CONFLITO)
                    EXIT SECTION
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-TURMA-SEL TO TM-TURMA.
           MOVE WS-INICIO-N  TO TM-INICIO.
           MOVE WS-FIM-N     TO TM-FIM.
           PERFORM 600-PROCURA-TERMO.
           IF AC-TE = ZERO
              IF WS-QTDE-TERMOS >= LIMITE-TERMOS
                 DISPLAY "Tabela de periodos letivos cheia."
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-QTDE-TERMOS
              MOVE WS-QTDE-TERMOS TO AC-TE
           END-IF
           MOVE WS-TURMA-SEL TO TM-TURMA.
           MOVE WS-INICIO-N  TO TM-INICIO.
           MOVE WS-FIM-N     TO TM-FIM.
           MOVE TM-REGISTRO TO WS-TER-REG(AC-TE).
           OPEN OUTPUT TERMOREG-FILE.
           PERFORM VARYING AC-TE FROM 1 BY 1
                   UNTIL AC-TE > WS-QTDE-TERMOS
              MOVE WS-TER-REG(AC-TE) TO TM-REGISTRO
              WRITE TM-REGISTRO
           END-PERFORM.
           CLOSE TERMOREG-FILE.
           DISPLAY "Periodo letivo gravado; gere as datas de aula "
                   "de novo ([E]).".
           MOVE "PERIODO LETIVO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * GRADE SEMANAL DE UMA TURMA, NUMERADA PARA A EXCLUSAO           *
      ******************************************************************
       350-LISTA-GRADE                 SECTION.
           DISPLAY "Turma/periodo .............: " WITH NO ADVANCING.
           ACCEPT WS-TURMA-SEL.
           MOVE FUNCTION UPPER-CASE(WS-TURMA-SEL) TO WS-TURMA-SEL.
           PERFORM 380-MOSTRA-GRADE.
           EXIT.
      ******************************************************************
      * PERIODO LETIVO E HORARIOS DE WS-TURMA-SEL, NUMERADOS           *
      ******************************************************************
       380-MOSTRA-GRADE                SECTION.
           MOVE WS-TURMA-SEL TO TM-TURMA.
           PERFORM 600-PROCURA-TERMO.
           IF AC-TE > ZERO
              MOVE WS-TER-REG(AC-TE) TO TM-REGISTRO
              DISPLAY "Periodo letivo: " TM-INICIO " a " TM-FIM
           ELSE
              DISPLAY "Periodo letivo nao definido."
           END-IF
           MOVE ZERO TO WS-QTDE-LISTADOS.
           PERFORM VARYING AC-GR FROM 1 BY 1
                   UNTIL AC-GR > WS-QTDE-GRADE
              MOVE WS-GRD-REG(AC-GR) TO GR-REGISTRO
              IF GR-TURMA = WS-TURMA-SEL
                 ADD 1 TO WS-QTDE-LISTADOS
                 PERFORM 390-NOME-DIA
                 DISPLAY "  " WS-QTDE-LISTADOS ") " WS-S-DIA " "
                    GR-INICIO(1:2) ":" GR-INICIO(3:2) "-"
                    GR-FIM(1:2) ":" GR-FIM(3:2) "  sala " GR-SALA
              END-IF
           END-PERFORM.
           IF WS-QTDE-LISTADOS = ZERO
              DISPLAY "  (grade vazia)"
           END-IF.
           EXIT.
      ******************************************************************
      * SIGLA DO DIA DA SEMANA DO HORARIO                              *
      ******************************************************************
       390-NOME-DIA                    SECTION.
           EVALUATE GR-DIA-SEMANA
              WHEN 0
                 MOVE "DOM" TO WS-S-DIA
              WHEN 1
                 MOVE "SEG" TO WS-S-DIA
              WHEN 2
                 MOVE "TER" TO WS-S-DIA
              WHEN 3
                 MOVE "QUA" TO WS-S-DIA
              WHEN 4
                 MOVE "QUI" TO WS-S-DIA
              WHEN 5
                 MOVE "SEX" TO WS-S-DIA
              WHEN OTHER
                 MOVE "SAB" TO WS-S-DIA
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * HORARIO NOVO NA GRADE, RECUSADO QUANDO CONFLITA                *
      ******************************************************************
       400-INCLUI-HORARIO              SECTION.
           DISPLAY "Turma/periodo .............: " WITH NO ADVANCING.
           ACCEPT WS-TURMA-SEL.
           MOVE FUNCTION UPPER-CASE(WS-TURMA-SEL) TO WS-TURMA-SEL.
           MOVE WS-TURMA-SEL TO TM-TURMA.
           PERFORM 600-PROCURA-TERMO.
           IF AC-TE = ZERO
              DISPLAY "Defina antes o periodo letivo da turma ([P])."
              EXIT SECTION
           END-IF
           MOVE WS-TER-REG(AC-TE) TO TM-REGISTRO.
           MOVE TM-INICIO TO WS-N-TERMO-INI.
           MOVE TM-FIM    TO WS-N-TERMO-FIM.
           IF WS-QTDE-GRADE >= LIMITE-GRADE
              DISPLAY "Grade cheia."
              EXIT SECTION
           END-IF
           DISPLAY "Dia (0=dom 1=seg 2=ter 3=qua 4=qui 5=sex 6=sab): "
              WITH NO ADVANCING.
           ACCEPT WS-DIA-X.
           IF WS-DIA-X < "0" OR WS-DIA-X > "6"
              DISPLAY "Dia da semana invalido."
              EXIT SECTION
           END-IF
           MOVE WS-DIA-X TO WS-N-DIA.
           DISPLAY "Inicio (HHMM) .............: " WITH NO ADVANCING.
           ACCEPT WS-HORA-X.
           PERFORM 850-VALIDA-HORA.
           IF WS-HORA-OK NOT = "S"
              EXIT SECTION
           END-IF
           MOVE WS-HORA-N TO WS-N-INICIO.
           DISPLAY "Fim (HHMM) ................: " WITH NO ADVANCING.
           ACCEPT WS-HORA-X.
           PERFORM 850-VALIDA-HORA.
           IF WS-HORA-OK NOT = "S"
              EXIT SECTION
           END-IF
           MOVE WS-HORA-N TO WS-N-FIM.
           IF WS-N-FIM <= WS-N-INICIO
              DISPLAY "Fim deve ser depois do inicio."
              EXIT SECTION
           END-IF
           DISPLAY "Sala ......................: " WITH NO ADVANCING.
           ACCEPT WS-SALA-SEL.
           MOVE FUNCTION UPPER-CASE(WS-SALA-SEL) TO WS-SALA-SEL.
           PERFORM 250-PROCURA-SALA.
           IF WS-ACHOU NOT = "S"
              DISPLAY "Sala nao cadastrada ([N])."
              EXIT SECTION
           END-IF
           MOVE WS-TURMA-SEL TO WS-N-TURMA.
           MOVE WS-SALA-SEL  TO WS-N-SALA.
           PERFORM 550-INSTRUTOR-DA-TURMA.
           MOVE "N" TO WS-IGNORA-MESMA.
           PERFORM 500-CONFERE-CONFLITO.
           IF WS-CONFLITO NOT = SPACES
              DISPLAY "Horario recusado: " FUNCTION TRIM(WS-CONFLITO)
              MOVE "GRADE CONFLITO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              EXIT SECTION
           END-IF
           ADD 1 TO WS-QTDE-GRADE.
           MOVE WS-NOVO TO WS-GRD-REG(WS-QTDE-GRADE).
           PERFORM 650-REGRAVA-GRADE.
           DISPLAY "Horario incluido; gere as datas de aula de novo "
                   "([E]).".
           MOVE "GRADE HORARIO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * EXCLUSAO DE UM HORARIO DA GRADE PELO NUMERO DA LISTAGEM        *
      ******************************************************************
       450-EXCLUI-HORARIO              SECTION.
           DISPLAY "Turma/periodo .............: " WITH NO ADVANCING.
           ACCEPT WS-TURMA-SEL.
           MOVE FUNCTION UPPER-CASE(WS-TURMA-SEL) TO WS-TURMA-SEL.
           PERFORM 380-MOSTRA-GRADE.
           IF WS-QTDE-LISTADOS = ZERO
              EXIT SECTION
           END-IF
           DISPLAY "Numero do horario a excluir: " WITH NO ADVANCING.
           ACCEPT WS-NUM-HORARIO.
           IF WS-NUM-HORARIO = ZERO
              OR WS-NUM-HORARIO > WS-QTDE-LISTADOS
              DISPLAY "Numero invalido."
              EXIT SECTION
           END-IF
           MOVE ZERO TO WS-QTDE-LISTADOS.
           PERFORM VARYING AC-GR FROM 1 BY 1
                   UNTIL AC-GR > WS-QTDE-GRADE
              IF WS-GRD-REG(AC-GR)(1:6) = WS-TURMA-SEL
                 ADD 1 TO WS-QTDE-LISTADOS
                 IF WS-QTDE-LISTADOS = WS-NUM-HORARIO
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING AC-GR FROM AC-GR BY 1
                   UNTIL AC-GR >= WS-QTDE-GRADE
              MOVE WS-GRD-REG(AC-GR + 1) TO WS-GRD-REG(AC-GR)
           END-PERFORM.
           SUBTRACT 1 FROM WS-QTDE-GRADE.
           PERFORM 650-REGRAVA-GRADE.
           DISPLAY "Horario excluido; gere as datas de aula de novo "
                   "([E]).".
           MOVE "GRADE EXCLUSAO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * CONFLITO DO HORARIO WS-NOVO COM A GRADE: MESMA TURMA NO MESMO  *
      * HORARIO, OU OUTRA TURMA DE PERIODO LETIVO CRUZADO NA MESMA     *
      * SALA OU COM O MESMO INSTRUTOR. WS-CONFLITO EM BRANCO = LIVRE   *
      ******************************************************************
       500-CONFERE-CONFLITO            SECTION.
           MOVE SPACES TO WS-CONFLITO.
           PERFORM VARYING AC-GR FROM 1 BY 1
                   UNTIL AC-GR > WS-QTDE-GRADE
              MOVE WS-GRD-REG(AC-GR) TO GR-REGISTRO
              IF GR-DIA-SEMANA = WS-N-DIA
                 AND GR-INICIO < WS-N-FIM
                 AND WS-N-INICIO < GR-FIM
                 IF GR-TURMA = WS-N-TURMA
                    IF WS-IGNORA-MESMA = "N"
                       MOVE "A TURMA JA TEM AULA NESSE HORARIO"
                          TO WS-CONFLITO
                       EXIT SECTION
                    END-IF
                 ELSE
                    PERFORM 520-CONFERE-OUTRA-TURMA
                    IF WS-CONFLITO NOT = SPACES
                       EXIT SECTION
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * HORARIO CRUZADO DE OUTRA TURMA (GR-REGISTRO): SO CONFLITA SE   *
      * OS PERIODOS LETIVOS SE CRUZAM                                  *
      ******************************************************************
       520-CONFERE-OUTRA-TURMA         SECTION.
           MOVE GR-TURMA TO TM-TURMA.
           PERFORM 600-PROCURA-TERMO.
           IF AC-TE > ZERO
              MOVE WS-TER-REG(AC-TE) TO TM-REGISTRO
              IF TM-FIM < WS-N-TERMO-INI OR TM-INICIO > WS-N-TERMO-FIM
                 EXIT SECTION
              END-IF
           END-IF
           IF GR-SALA = WS-N-SALA
              STRING "SALA " GR-SALA " OCUPADA PELA TURMA " GR-TURMA
                 DELIMITED BY SIZE INTO WS-CONFLITO
              EXIT SECTION
           END-IF
           IF WS-N-INSTRUTOR = SPACES
              EXIT SECTION
           END-IF
           CALL "INSTRTUR" USING GR-TURMA, WS-INS-CODIGO,
              WS-INS-NOME, WS-INS-OPERADOR.
           IF WS-INS-CODIGO = WS-N-INSTRUTOR
              STRING "INSTRUTOR " WS-N-INSTRUTOR
                     " JA DA AULA NA TURMA " GR-TURMA
                 DELIMITED BY SIZE INTO WS-CONFLITO
           END-IF.
           EXIT.
      ******************************************************************
      * INSTRUTOR ATRIBUIDO A WS-TURMA-SEL (INSTRTUR)                  *
      ******************************************************************
       550-INSTRUTOR-DA-TURMA          SECTION.
           MOVE WS-TURMA-SEL TO WS-N-TURMA.
           CALL "INSTRTUR" USING WS-TURMA-SEL, WS-INS-CODIGO,
              WS-INS-NOME, WS-INS-OPERADOR.
           MOVE WS-INS-CODIGO TO WS-N-INSTRUTOR.
           EXIT.
      ******************************************************************
      * PERIODO LETIVO DE TM-TURMA NA TABELA (AC-TE, ZERO SE NAO HA)   *
      ******************************************************************
       600-PROCURA-TERMO               SECTION.
           MOVE ZERO TO AC-CI.
           PERFORM VARYING AC-TE FROM 1 BY 1
                   UNTIL AC-TE > WS-QTDE-TERMOS OR AC-CI > ZERO
              IF WS-TER-REG(AC-TE)(1:6) = TM-TURMA
                 MOVE AC-TE TO AC-CI
              END-IF
           END-PERFORM.
           MOVE AC-CI TO AC-TE.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DA GRADE                                   *
      ******************************************************************
       650-REGRAVA-GRADE               SECTION.
           OPEN OUTPUT GRADEREG-FILE.
           PERFORM VARYING AC-GR FROM 1 BY 1
                   UNTIL AC-GR > WS-QTDE-GRADE
              MOVE WS-GRD-REG(AC-GR) TO GR-REGISTRO
              WRITE GR-REGISTRO
           END-PERFORM.
           CLOSE GRADEREG-FILE.
           EXIT.
      ******************************************************************
      * GERACAO DAS DATAS DE AULA DA TURMA: CADA DIA DO PERIODO LETIVO *
      * CUJO DIA DA SEMANA ESTA NA GRADE, MENOS OS FERIADOS; AS DATAS  *
      * ANTERIORES DA TURMA SAO SUBSTITUIDAS                           *
      ******************************************************************
       700-GERA-AULAS                  SECTION.
           DISPLAY "Turma/periodo .............: " WITH NO ADVANCING.
           ACCEPT WS-TURMA-SEL.
           MOVE FUNCTION UPPER-CASE(WS-TURMA-SEL) TO WS-TURMA-SEL.
           MOVE WS-TURMA-SEL TO TM-TURMA.
           PERFORM 600-PROCURA-TERMO.
           IF AC-TE = ZERO
              DISPLAY "Turma sem periodo letivo ([P])."
              EXIT SECTION
           END-IF
           MOVE WS-TER-REG(AC-TE) TO TM-REGISTRO.
           PERFORM 750-CARREGA-OUTRAS-AULAS.
           IF WS-TRANSBORDO = "S"
              DISPLAY "AULAS.DAT excede a capacidade da tabela; "
                      "geracao cancelada."
              EXIT SECTION
           END-IF
           MOVE ZERO TO WS-QTDE-GERADAS WS-QTDE-FERIADOS.
           COMPUTE WS-INT-DATA = FUNCTION INTEGER-OF-DATE(TM-INICIO).
           COMPUTE WS-INT-FIM  = FUNCTION INTEGER-OF-DATE(TM-FIM).
           PERFORM UNTIL WS-INT-DATA > WS-INT-FIM
                      OR WS-TRANSBORDO = "S"
              COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-DATA, 7)
              COMPUTE WS-DATA-N = FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
              MOVE "N" TO WS-CONSULTOU
              MOVE "N" TO WS-FERIADO
              PERFORM VARYING AC-GR FROM 1 BY 1
                      UNTIL AC-GR > WS-QTDE-GRADE
                 MOVE WS-GRD-REG(AC-GR) TO GR-REGISTRO
                 IF GR-TURMA = WS-TURMA-SEL
                    AND GR-DIA-SEMANA = WS-DIA-SEMANA
                    PERFORM 780-ACRESCENTA-AULA
                 END-IF
              END-PERFORM
              ADD 1 TO WS-INT-DATA
           END-PERFORM.
           IF WS-TRANSBORDO = "S"
              DISPLAY "AULAS.DAT excede a capacidade da tabela; "
                      "geracao cancelada."
              EXIT SECTION
           END-IF
           OPEN OUTPUT AULAS-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-AULAS
              MOVE WS-AUL-REG(AC-CI) TO AU-REGISTRO
              WRITE AU-REGISTRO
           END-PERFORM.
           CLOSE AULAS-FILE.
           DISPLAY "Datas de aula geradas: " WS-QTDE-GERADAS
              "; feriados pulados: " WS-QTDE-FERIADOS ".".
           MOVE "AULAS GERADAS" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * CARGA DAS DATAS DE AULA DAS OUTRAS TURMAS (AS DA TURMA SAEM)   *
      ******************************************************************
       750-CARREGA-OUTRAS-AULAS        SECTION.
           MOVE ZERO TO WS-QTDE-AULAS.
           MOVE "N" TO WS-TRANSBORDO.
           OPEN INPUT AULAS-FILE.
           IF WS-AUL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ AULAS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF AU-TURMA NOT = WS-TURMA-SEL
                       IF WS-QTDE-AULAS < LIMITE-AULAS
                          ADD 1 TO WS-QTDE-AULAS
                          MOVE AU-REGISTRO
                             TO WS-AUL-REG(WS-QTDE-AULAS)
                       ELSE
                          MOVE "S" TO WS-TRANSBORDO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AULAS-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UMA AULA DO HORARIO GR-REGISTRO NA DATA WS-DATA-N, SALVO       *
      * FERIADO (O CALENDARIO E CONSULTADO UMA VEZ POR DATA)           *
      ******************************************************************
       780-ACRESCENTA-AULA             SECTION.
           IF WS-CONSULTOU = "N"
              MOVE "S" TO WS-CONSULTOU
              MOVE SPACES TO WS-DATA-BR
              STRING WS-DATA-N(7:2) "/" WS-DATA-N(5:2) "/"
                     WS-DATA-N(1:4)
                 DELIMITED BY SIZE INTO WS-DATA-BR
              CALL "C0602FER" USING WS-DATA-BR, WS-FERIADO,
                 WS-FIM-SEMANA, WS-DIA-UTIL
              IF WS-FERIADO = "S"
                 ADD 1 TO WS-QTDE-FERIADOS
              END-IF
           END-IF
           IF WS-FERIADO = "S"
              EXIT SECTION
           END-IF
           IF WS-QTDE-AULAS >= LIMITE-AULAS
              MOVE "S" TO WS-TRANSBORDO
              EXIT SECTION
           END-IF
           MOVE GR-TURMA  TO AU-TURMA.
           MOVE WS-DATA-N TO AU-DATA.
           MOVE GR-INICIO TO AU-INICIO.
           MOVE GR-FIM    TO AU-FIM.
           MOVE GR-SALA   TO AU-SALA.
           ADD 1 TO WS-QTDE-AULAS.
           MOVE AU-REGISTRO TO WS-AUL-REG(WS-QTDE-AULAS).
           ADD 1 TO WS-QTDE-GERADAS.
           EXIT.
      ******************************************************************
      * DATA DD/MM/AAAA PELO C0602DAT EM WS-DATA-N (ZERO SE INVALIDA)  *
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
      * HORA HHMM VALIDA EM WS-HORA-N                                  *
      ******************************************************************
       850-VALIDA-HORA                 SECTION.
           MOVE "N" TO WS-HORA-OK.
           IF WS-HORA-X IS NOT NUMERIC
              DISPLAY "Hora invalida (HHMM)."
              EXIT SECTION
           END-IF
           MOVE WS-HORA-X TO WS-HORA-N.
           DIVIDE WS-HORA-N BY 100 GIVING WS-HH REMAINDER WS-MM.
           IF WS-HH > 23 OR WS-MM > 59
              DISPLAY "Hora invalida (HHMM)."
              EXIT SECTION
           END-IF
           MOVE "S" TO WS-HORA-OK.
           EXIT.
       END PROGRAM CAP04AP37.
