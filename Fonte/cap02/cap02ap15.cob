      *     de SYSCFG.DAT, janela que atravessa a meia-noite).
      * Saida RELAGEND.LST via IMPRIME, preservada pela RELGER - a
      * aderencia vira folha assinada, nao palpite.
      *
      * A competencia pode ser o codigo de um periodo fiscal da
      * tabela PERFISC.DAT (AAAAPP, mantida na CAP02AP26): periodo
      * cadastrado apura a agenda e as execucoes entre as datas de
      * inicio e fim do periodo; codigo fora da tabela continua
      * sendo o mes civil AAAAMM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-COMPETENCIA PIC 9(6).
       77  WS-PER-INICIO  PIC 9(8).
       77  WS-PER-FIM     PIC 9(8).
       77  WS-PER-SITUACAO PIC X.
       77  WS-PER-STATUS  PIC X.
       77  WS-DATA-NULA   PIC 9(8) VALUE ZERO.
       77  WS-HOJE        PIC 9(8).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-EXEC-DATA   PIC 9(8).
           DISPLAY "---------------------------------------------".
           DISPLAY "Aderencia da Agenda (planejado x executado)".
           DISPLAY "---------------------------------------------".
           DISPLAY "Competencia a apurar (AAAAMM ou periodo "
              "fiscal AAAAPP): " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA.
           PERFORM 050-RESOLVE-PERIODO.
           IF WS-PER-STATUS = "E"
              DISPLAY "Competencia invalida: " WS-COMPETENCIA
              GOBACK
           END-IF
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           GOBACK.
      ******************************************************************
      * FAIXA DE DATAS APURADA: A DO PERIODO FISCAL CADASTRADO, OU O   *
      * MES CIVIL QUANDO O CODIGO NAO ESTA NA TABELA                   *
      ******************************************************************
       050-RESOLVE-PERIODO             SECTION.
           CALL "PERFISC" USING BY CONTENT "P",
              BY REFERENCE WS-DATA-NULA, BY REFERENCE WS-COMPETENCIA,
              BY REFERENCE WS-PER-INICIO, BY REFERENCE WS-PER-FIM,
              BY REFERENCE WS-PER-SITUACAO, BY REFERENCE WS-PER-STATUS.
           IF WS-PER-STATUS = "S"
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
      * CARGA DA AGENDA DA COMPETENCIA PARA A TABELA                   *
      ******************************************************************
       100-CARREGA-AGENDA              SECTION.
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF AG-DATA >= WS-PER-INICIO
                       AND AG-DATA <= WS-PER-FIM
                       AND WS-QTDE-AGENDA < LIMITE-AGENDA
                       ADD 1 TO WS-QTDE-AGENDA
                       MOVE AG-DATA TO WS-AGE-DATA(WS-QTDE-AGENDA)
           MOVE LL-LINHA(12:2) TO WS-EXEC-HORA(1:2).
           MOVE LL-LINHA(15:2) TO WS-EXEC-HORA(3:2).
           MOVE LL-LINHA(18:2) TO WS-EXEC-HORA(5:2).
           IF WS-EXEC-DATA < WS-PER-INICIO
              OR WS-EXEC-DATA > WS-PER-FIM
              EXIT SECTION
           END-IF.
           MOVE "N" TO WS-ACHOU.
