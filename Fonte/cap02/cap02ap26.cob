       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP02AP26.
      *
      * Manutencao da tabela de periodos fiscais (PERFISC.DAT),
      * restrita a coordenacao pelo filtro do MENUGERAL. Cada periodo
      * tem codigo AAAAPP (periodo 01 a 13), datas de inicio e fim e
      * a situacao, que so anda para a frente: futuro -> aberto ->
      * em encerramento -> fechado. Um periodo fechado pode ser
      * REABERTO para "em encerramento" quando a financeira autoriza
      * um ajuste - e so a coordenacao chega aqui. Os periodos nao
      * podem se sobrepor: o PERFISC localiza o periodo de uma data
      * pelo primeiro que a contem. Os jobs mensais (CAP02AP06,
      * CAP02AP07 e CAP02AP15) aceitam o codigo do periodo no lugar
      * do mes civil, e os programas que lancam valor recusam data
      * em periodo fechado. Toda mudanca de situacao vai para
      * AUDITLOG.DAT com o periodo e a situacao nova.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERFISC-FILE ASSIGN TO "PERFISC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERFISC-FILE.
       COPY "perfisc.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-PERIODOS VALUE 200.
       01  WS-TAB-PERIODOS.
           05  WS-PERIODO-REG PIC X(43) OCCURS LIMITE-PERIODOS TIMES.
       77  WS-QTDE-PERIODOS PIC 9(3) VALUE ZERO.
       77  AC-CI          PIC 9(3).
       77  AC-CJ          PIC 9(3).
       77  WS-PER-STATUS  PIC XX.
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-OPCAO       PIC X.
       77  WS-CODIGO      PIC 9(6).
       77  WS-ANO-PERIODO PIC 9(4).
       77  WS-NUM-PERIODO PIC 9(2).
       77  WS-INICIO      PIC 9(8).
       77  WS-FIM         PIC 9(8).
       77  WS-DATA-ENTRADA PIC X(10).
       77  WS-SAIDA-DATA  PIC X(10).
       77  WS-MOTIVO      PIC X(40).
       77  WS-DATA-CONV   PIC 9(8).
       77  WS-ERRO        PIC X.
       77  WS-ACHOU       PIC X.
       77  WS-SIT-NOVA    PIC X.
       77  WS-SIT-DESCR   PIC X(15).
       77  WS-DATA-NEG    PIC 9(8).
       77  WS-OPERADOR    PIC X(12).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP02A26".
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM 100-CARREGA-PERIODOS.
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "----------------------------------"
              DISPLAY "Periodos Fiscais (COORDENACAO)"
              DISPLAY "----------------------------------"
              DISPLAY "[L] - Listar periodos"
              DISPLAY "[I] - Incluir periodo"
              DISPLAY "[A] - Avancar situacao"
              DISPLAY "[R] - Reabrir periodo fechado"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "L"
                    PERFORM 200-LISTA-PERIODOS
                 WHEN "I"
                    PERFORM 300-INCLUI-PERIODO
                 WHEN "A"
                    PERFORM 400-AVANCA-SITUACAO
                 WHEN "R"
                    PERFORM 450-REABRE-PERIODO
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           GOBACK.
      ******************************************************************
      * CARGA DOS PERIODOS PARA A TABELA                               *
      ******************************************************************
       100-CARREGA-PERIODOS            SECTION.
           MOVE ZERO TO WS-QTDE-PERIODOS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT PERFISC-FILE.
           IF WS-PER-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ PERFISC-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-PERIODOS < LIMITE-PERIODOS
                       ADD 1 TO WS-QTDE-PERIODOS
                       MOVE PF-REGISTRO
                          TO WS-PERIODO-REG(WS-QTDE-PERIODOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PERFISC-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * LISTAGEM DOS PERIODOS                                          *
      ******************************************************************
       200-LISTA-PERIODOS              SECTION.
           IF WS-QTDE-PERIODOS = ZERO
              DISPLAY "Nenhum periodo (vale o mes civil)."
              EXIT SECTION
           END-IF
           DISPLAY "PERIODO  INICIO    FIM       SITUACAO"
              "         OPERADOR     EM".
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-PERIODOS
              MOVE WS-PERIODO-REG(AC-CI) TO PF-REGISTRO
              MOVE PF-SITUACAO TO WS-SIT-NOVA
              PERFORM 600-DESCREVE-SITUACAO
              DISPLAY PF-CODIGO "   " PF-INICIO "  " PF-FIM "  "
                 WS-SIT-DESCR "  " PF-OPERADOR " " PF-DATA-SIT
           END-PERFORM.
           EXIT.
      ******************************************************************
      * INCLUSAO DE UM PERIODO (NASCE FUTURO, SEM SOBREPOSICAO)        *
      ******************************************************************
       300-INCLUI-PERIODO              SECTION.
           IF WS-QTDE-PERIODOS >= LIMITE-PERIODOS
              DISPLAY "Tabela de periodos cheia."
              EXIT SECTION
           END-IF
           DISPLAY "Periodo (AAAAPP) ..........: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           DIVIDE WS-CODIGO BY 100 GIVING WS-ANO-PERIODO
              REMAINDER WS-NUM-PERIODO.
           IF WS-NUM-PERIODO < 1 OR WS-NUM-PERIODO > 13
              DISPLAY "Periodo deve ser de 01 a 13."
              EXIT SECTION
           END-IF
           PERFORM 500-LOCALIZA-PERIODO.
           IF WS-ACHOU = "S"
              DISPLAY "Periodo ja cadastrado."
              EXIT SECTION
           END-IF
           DISPLAY "Inicio (DD/MM/AAAA) .......: " WITH NO ADVANCING.
           ACCEPT WS-DATA-ENTRADA.
           PERFORM 550-CONVERTE-DATA.
           IF WS-ERRO = "S"
              EXIT SECTION
           END-IF
           MOVE WS-DATA-CONV TO WS-INICIO.
           DISPLAY "Fim (DD/MM/AAAA) ..........: " WITH NO ADVANCING.
           ACCEPT WS-DATA-ENTRADA.
           PERFORM 550-CONVERTE-DATA.
           IF WS-ERRO = "S"
              EXIT SECTION
           END-IF
           MOVE WS-DATA-CONV TO WS-FIM.
           IF WS-INICIO > WS-FIM
              DISPLAY "Inicio posterior ao fim."
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-PERIODOS
              MOVE WS-PERIODO-REG(AC-CI) TO PF-REGISTRO
              IF WS-INICIO <= PF-FIM AND WS-FIM >= PF-INICIO
                 DISPLAY "Sobrepoe o periodo " PF-CODIGO " ("
                    PF-INICIO " a " PF-FIM ")."
                 EXIT SECTION
              END-IF
           END-PERFORM.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           MOVE WS-CODIGO    TO PF-CODIGO.
           MOVE WS-INICIO    TO PF-INICIO.
           MOVE WS-FIM       TO PF-FIM.
           MOVE "F"          TO PF-SITUACAO.
           MOVE WS-OPERADOR  TO PF-OPERADOR.
           MOVE WS-DATA-NEG  TO PF-DATA-SIT.
           ADD 1 TO WS-QTDE-PERIODOS.
           MOVE PF-REGISTRO TO WS-PERIODO-REG(WS-QTDE-PERIODOS).
           MOVE SPACES TO WS-RESULTADO.
           STRING "PERIODO " PF-CODIGO " F"
              DELIMITED BY SIZE INTO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           DISPLAY "Periodo incluido como FUTURO.".
           PERFORM 700-REGRAVA-PERIODOS.
           EXIT.
      ******************************************************************
      * AVANCO DA SITUACAO: FUTURO -> ABERTO -> ENCERRANDO -> FECHADO  *
      ******************************************************************
       400-AVANCA-SITUACAO             SECTION.
           DISPLAY "Periodo (AAAAPP) ..........: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           PERFORM 500-LOCALIZA-PERIODO.
           IF WS-ACHOU = "N"
              DISPLAY "Periodo nao encontrado."
              EXIT SECTION
           END-IF
           EVALUATE TRUE
              WHEN PF-FUTURO
                 MOVE "A" TO WS-SIT-NOVA
              WHEN PF-ABERTO
                 MOVE "E" TO WS-SIT-NOVA
              WHEN PF-ENCERRANDO
                 MOVE "C" TO WS-SIT-NOVA
              WHEN OTHER
                 DISPLAY "Periodo ja fechado (use [R] para reabrir)."
                 EXIT SECTION
           END-EVALUATE.
           PERFORM 650-MUDA-SITUACAO.
           EXIT.
      ******************************************************************
      * REABERTURA DE PERIODO FECHADO: VOLTA PARA EM ENCERRAMENTO      *
      ******************************************************************
       450-REABRE-PERIODO              SECTION.
           DISPLAY "Periodo (AAAAPP) ..........: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           PERFORM 500-LOCALIZA-PERIODO.
           IF WS-ACHOU = "N"
              DISPLAY "Periodo nao encontrado."
              EXIT SECTION
           END-IF
           IF NOT PF-FECHADO
              DISPLAY "So periodo fechado pode ser reaberto."
              EXIT SECTION
           END-IF
           MOVE "E" TO WS-SIT-NOVA.
           PERFORM 650-MUDA-SITUACAO.
           EXIT.
      ******************************************************************
      * LOCALIZACAO DO PERIODO WS-CODIGO NA TABELA (AC-CJ = POSICAO)   *
      ******************************************************************
       500-LOCALIZA-PERIODO            SECTION.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING AC-CJ FROM 1 BY 1
                   UNTIL AC-CJ > WS-QTDE-PERIODOS
              MOVE WS-PERIODO-REG(AC-CJ) TO PF-REGISTRO
              IF PF-CODIGO = WS-CODIGO
                 MOVE "S" TO WS-ACHOU
                 EXIT SECTION
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * DATA DIGITADA DD/MM/AAAA, VALIDADA POR C0602DAT, EM AAAAMMDD   *
      ******************************************************************
       550-CONVERTE-DATA               SECTION.
           MOVE "N" TO WS-ERRO.
           CALL "C0602DAT" USING BY CONTENT WS-DATA-ENTRADA,
               BY REFERENCE WS-SAIDA-DATA, BY REFERENCE WS-MOTIVO,
               BY CONTENT "B".
           IF WS-SAIDA-DATA = "**/**/****"
              DISPLAY "Data invalida: " FUNCTION TRIM(WS-MOTIVO)
              MOVE "S" TO WS-ERRO
              EXIT SECTION
           END-IF
           MOVE WS-SAIDA-DATA(7:4) TO WS-DATA-CONV(1:4).
           MOVE WS-SAIDA-DATA(4:2) TO WS-DATA-CONV(5:2).
           MOVE WS-SAIDA-DATA(1:2) TO WS-DATA-CONV(7:2).
           EXIT.
      ******************************************************************
      * DESCRICAO DA SITUACAO WS-SIT-NOVA                              *
      ******************************************************************
       600-DESCREVE-SITUACAO           SECTION.
           EVALUATE WS-SIT-NOVA
              WHEN "F"
                 MOVE "FUTURO"          TO WS-SIT-DESCR
              WHEN "A"
                 MOVE "ABERTO"          TO WS-SIT-DESCR
              WHEN "E"
                 MOVE "EM ENCERRAMENTO" TO WS-SIT-DESCR
              WHEN "C"
                 MOVE "FECHADO"         TO WS-SIT-DESCR
              WHEN OTHER
                 MOVE "?"               TO WS-SIT-DESCR
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * GRAVA A SITUACAO NOVA NA POSICAO AC-CJ, COM QUEM E QUANDO      *
      ******************************************************************
       650-MUDA-SITUACAO               SECTION.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           MOVE WS-SIT-NOVA  TO PF-SITUACAO.
           MOVE WS-OPERADOR  TO PF-OPERADOR.
           MOVE WS-DATA-NEG  TO PF-DATA-SIT.
           MOVE PF-REGISTRO TO WS-PERIODO-REG(AC-CJ).
           MOVE SPACES TO WS-RESULTADO.
           STRING "PERIODO " PF-CODIGO " " WS-SIT-NOVA
              DELIMITED BY SIZE INTO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           PERFORM 600-DESCREVE-SITUACAO.
           DISPLAY "Periodo " PF-CODIGO " agora "
              FUNCTION TRIM(WS-SIT-DESCR) ".".
           PERFORM 700-REGRAVA-PERIODOS.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DA TABELA A CADA MUDANCA: A SITUACAO NOVA  *
      * VALE NA HORA PARA QUEM LANCA VALOR                             *
      ******************************************************************
       700-REGRAVA-PERIODOS            SECTION.
           OPEN OUTPUT PERFISC-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-PERIODOS
              MOVE WS-PERIODO-REG(AC-CI) TO PF-REGISTRO
              WRITE PF-REGISTRO
           END-PERFORM.
           CLOSE PERFISC-FILE.
           EXIT.
       END PROGRAM CAP02AP26.
