      * vao para CTLTOTAIS.DAT via STATSLOG como os demais jobs - e
      * essa entrada que a aderencia da agenda (CAP02AP15) usa como
      * evidencia de que o fechamento planejado realmente rodou.
      *
      * Os livros fecham por periodo fiscal, que nem sempre coincide
      * com o mes civil: a competencia informada pode ser o codigo de
      * um periodo da tabela PERFISC.DAT (AAAAPP, periodo 01 a 13,
      * mantida na CAP02AP26). Periodo cadastrado corta pelas datas
      * de inicio e fim do periodo; codigo que nao esta na tabela
      * continua sendo o mes civil AAAAMM de sempre. A geracao e o
      * catalogo levam o codigo informado; na conta da retencao o
      * periodo 13 (ajustes) vale como o mes 12 do seu ano.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-COMP-LINHA       PIC 9(6).
       77  WS-MES-LINHA        PIC X(2).
       77  WS-ANO-LINHA        PIC X(4).
       77  WS-DIA-LINHA        PIC X(2).
       77  WS-DATA-LINHA       PIC 9(8).
       77  WS-PER-INICIO       PIC 9(8).
       77  WS-PER-FIM          PIC 9(8).
       77  WS-PER-SITUACAO     PIC X.
       77  WS-PER-STATUS       PIC X.
       77  WS-DATA-NULA        PIC 9(8) VALUE ZERO.
       77  WS-QT-CORTADOS      PIC 9(6).
       77  WS-QT-MANTIDOS      PIC 9(6).
       77  WS-TOTAL-CORTADOS   PIC 9(6).
           MOVE WS-DATA-HORA-SISTEMA TO WS-DATA-INICIO.
           MOVE ZERO TO WS-TOTAL-CORTADOS.
           IF ADDRESS OF LK-COMPETENCIA = NULL
              DISPLAY "Competencia a cortar (AAAAMM ou periodo "
                 "fiscal AAAAPP): "
                 WITH NO ADVANCING
              ACCEPT WS-COMPETENCIA
           ELSE
              MOVE LK-COMPETENCIA TO WS-COMPETENCIA
           END-IF
           PERFORM 150-RESOLVE-PERIODO.
           IF WS-PER-STATUS = "E"
              DISPLAY "Competencia invalida: " WS-COMPETENCIA
              EXIT PROGRAM
           END-IF
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           EXIT PROGRAM.
      ******************************************************************
      * FAIXA DE DATAS DO CORTE: A DO PERIODO FISCAL CADASTRADO, OU O  *
      * MES CIVIL QUANDO O CODIGO NAO ESTA NA TABELA                   *
      ******************************************************************
       150-RESOLVE-PERIODO             SECTION.
           CALL "PERFISC" USING BY CONTENT "P",
              BY REFERENCE WS-DATA-NULA, BY REFERENCE WS-COMPETENCIA,
              BY REFERENCE WS-PER-INICIO, BY REFERENCE WS-PER-FIM,
              BY REFERENCE WS-PER-SITUACAO, BY REFERENCE WS-PER-STATUS.
           IF WS-PER-STATUS = "S"
              DISPLAY "Periodo fiscal " WS-COMPETENCIA ": "
                 WS-PER-INICIO " a " WS-PER-FIM
              EXIT SECTION
           END-IF
           IF WS-COMPETENCIA(5:2) < "01" OR WS-COMPETENCIA(5:2) > "12"
              MOVE "E" TO WS-PER-STATUS
              EXIT SECTION
           END-IF
           COMPUTE WS-PER-INICIO = WS-COMPETENCIA * 100 + 1.
           COMPUTE WS-PER-FIM = WS-COMPETENCIA * 100 + 31.
           EXIT.
      ******************************************************************
      * CORTE DE UM LOG: REGISTROS DA COMPETENCIA VAO PARA A GERACAO   *
      * DATADA, OS DEMAIS SOBREVIVEM NO LOG VIVO                       *
      ******************************************************************
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    PERFORM 300-COMPETENCIA-DA-LINHA
                    IF WS-DATA-LINHA >= WS-PER-INICIO
                       AND WS-DATA-LINHA <= WS-PER-FIM
                       ADD 1 TO WS-QT-CORTADOS
      *                No corte da trilha de auditoria, o ultimo elo
      *                movido vira o selo da geracao.
              DELIMITED BY SIZE INTO WS-NOME-GERACAO.
           EXIT.
      ******************************************************************
      * EXTRACAO DA COMPETENCIA (AAAAMM) E DA DATA (AAAAMMDD) DA LINHA *
      * LIDA, CONFORME A POSICAO E O FORMATO DA DATA DECLARADOS        *
      ******************************************************************
       300-COMPETENCIA-DA-LINHA        SECTION.
           MOVE ZERO TO WS-COMP-LINHA.
           MOVE ZERO TO WS-DATA-LINHA.
           IF WS-LOG-FMT-DATA(AC-CI) = "B"
              MOVE LV-LINHA(WS-LOG-POS-DATA(AC-CI):2)
                 TO WS-DIA-LINHA
              MOVE LV-LINHA(WS-LOG-POS-DATA(AC-CI) + 3:2)
                 TO WS-MES-LINHA
              MOVE LV-LINHA(WS-LOG-POS-DATA(AC-CI) + 6:4)
                 TO WS-ANO-LINHA
              MOVE LV-LINHA(WS-LOG-POS-DATA(AC-CI) + 4:2)
                 TO WS-MES-LINHA
              MOVE LV-LINHA(WS-LOG-POS-DATA(AC-CI) + 6:2)
                 TO WS-DIA-LINHA
           END-IF.
           IF WS-ANO-LINHA IS NUMERIC AND WS-MES-LINHA IS NUMERIC
              COMPUTE WS-COMP-LINHA =
                 FUNCTION NUMVAL(WS-ANO-LINHA) * 100
                 + FUNCTION NUMVAL(WS-MES-LINHA)
              IF WS-DIA-LINHA IS NUMERIC
                 COMPUTE WS-DATA-LINHA = WS-COMP-LINHA * 100
                    + FUNCTION NUMVAL(WS-DIA-LINHA)
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      *    a dezembro.
           DIVIDE WS-COMPETENCIA BY 100 GIVING WS-ANO-SERIAL
              REMAINDER WS-MES-SERIAL.
           IF WS-MES-SERIAL > 12
              MOVE 12 TO WS-MES-SERIAL
           END-IF
           COMPUTE WS-MESES-COMP = WS-ANO-SERIAL * 12
              + WS-MES-SERIAL.
           PERFORM VARYING AC-CJ FROM 1 BY 1
           END-IF.
           DIVIDE GC-COMPETENCIA BY 100 GIVING WS-ANO-SERIAL
              REMAINDER WS-MES-SERIAL.
           IF WS-MES-SERIAL > 12
              MOVE 12 TO WS-MES-SERIAL
           END-IF
           COMPUTE WS-MESES-LIMITE = WS-ANO-SERIAL * 12
              + WS-MES-SERIAL + WS-LOG-RETENCAO(AC-CI).
           IF WS-MESES-LIMITE < WS-MESES-COMP
