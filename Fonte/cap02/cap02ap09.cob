      * tres arquivos brutos. O lote da calculadora passou a gravar
      * seus totais via STATSLOG como os demais, entao CTLTOTAIS.DAT
      * responde pelos cinco.
      *
      * Cada nota de passagem ainda nao lida sai com o tempo que ja
      * esta pendente em HORAS UTEIS (C0602HUT), contado do registro
      * da nota ate agora - a passagem e para ser lida ate o meio da
      * manha, e o painel mostra qual ficou para tras.
      *
      * Logo depois da passagem de turno, o painel lista os
      * incidentes severos (severidade 1 e 2) ainda abertos ou em
      * analise no registro de incidentes (INCIDREG.DAT, tela
      * CAP02AP28), com o responsavel e ha quantos dias estao
      * abertos.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FILAIMP-FILE ASSIGN TO "FILAIMP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FIM-STATUS.
           SELECT INCIDREG-FILE ASSIGN TO "INCIDREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTLTOTAIS-FILE.
           05  FI-DESTINO      PIC X(12).
           05  FI-SITUACAO     PIC X.
           05  FI-DATA-SIT     PIC 9(8).
       FD  INCIDREG-FILE.
       COPY "incidreg.cpy".
       WORKING-STORAGE SECTION.
       78  QTDE-JOBS VALUE 5.
       01  WS-TABELA-JOBS.
       77  WS-QTDE-PASSAGEM    PIC 9(3) VALUE ZERO.
       77  WS-PRIMEIRA-NOT     PIC X(70) VALUE SPACES.
       77  WS-ULTIMA-NOT       PIC X(70) VALUE SPACES.
       77  WS-HUT-DATA-1       PIC X(10).
       77  WS-HUT-HORA-1       PIC 9(4).
       77  WS-HUT-DATA-2       PIC X(10).
       77  WS-HUT-HORA-2       PIC 9(4).
       77  WS-HUT-HORAS        PIC S9(6).
       77  WS-HUT-MINUTOS      PIC S9(2).
       77  WS-HUT-STATUS       PIC X.
       77  WS-S-HORAS          PIC ZZZZ9.
       77  WS-S-MINUTOS        PIC 99.
       77  WS-S-PENDENTE       PIC X(20).
       77  WS-INC-STATUS       PIC XX.
       77  WS-FIM-INCIDENTES   PIC X VALUE "N".
       77  WS-QTDE-SEVEROS     PIC 9(3) VALUE ZERO.
       77  WS-IDADE-INC        PIC S9(8).
       77  WS-S-IDADE-INC      PIC ZZZZ9.
       01  WS-DATA-FMT.
           05  WS-DF-DIA       PIC 99.
           05  FILLER          PIC X VALUE "/".
      *    anterior deixou dito e a primeira coisa que o painel
      *    mostra, ate alguem marcar as notas como lidas (CAP02AP24).
           PERFORM 700-MOSTRA-PASSAGEM.
           PERFORM 800-MOSTRA-INCIDENTES.
           PERFORM 100-CARREGA-TOTAIS.
           PERFORM 200-CARREGA-JOBLOG.
           PERFORM 300-CARREGA-LOTENOT.
                                  "pendentes de leitura:"
                       END-IF
                       ADD 1 TO WS-QTDE-PASSAGEM
                       PERFORM 710-HORAS-PENDENTES
                       DISPLAY "  " PS-TURNO " " PS-OPERADOR " "
                          PS-REFERENCIA " " PS-TEXTO
                       DISPLAY "    pendente ha " WS-S-PENDENTE
                    END-IF
              END-READ
           END-PERFORM.
           END-IF.
           EXIT.
      ******************************************************************
      * INCIDENTES SEVEROS (1 E 2) AINDA ABERTOS OU EM ANALISE NO      *
      * REGISTRO DE INCIDENTES (CAP02AP28)                             *
      ******************************************************************
       800-MOSTRA-INCIDENTES           SECTION.
           OPEN INPUT INCIDREG-FILE.
           IF WS-INC-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-INCIDENTES = "S"
              READ INCIDREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-INCIDENTES
                 NOT AT END
                    IF IC-PENDENTE AND IC-SEVERO
                       IF WS-QTDE-SEVEROS = ZERO
                          DISPLAY "INCIDENTES SEVEROS EM ABERTO:"
                       END-IF
                       ADD 1 TO WS-QTDE-SEVEROS
                       COMPUTE WS-IDADE-INC =
                          FUNCTION INTEGER-OF-DATE(WS-HOJE)
                          - FUNCTION INTEGER-OF-DATE(IC-DATA-ABER)
                       DISPLAY "  " IC-NUMERO " S" IC-SEVERIDADE " "
                          IC-SITUACAO " " IC-RESPONSAVEL " "
                          IC-TITULO
                       MOVE WS-IDADE-INC TO WS-S-IDADE-INC
                       DISPLAY "    aberto ha "
                          FUNCTION TRIM(WS-S-IDADE-INC) " dia(s)"
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INCIDREG-FILE.
           IF WS-QTDE-SEVEROS > ZERO
              DISPLAY "  (investigacao em CAP02AP28)"
              DISPLAY " "
           END-IF.
           EXIT.
      ******************************************************************
      * TEMPO UTIL DE UMA NOTA ABERTA, DO REGISTRO ATE AGORA           *
      ******************************************************************
       710-HORAS-PENDENTES             SECTION.
           MOVE "?" TO WS-S-PENDENTE.
           MOVE SPACES TO WS-HUT-DATA-1.
           STRING PS-DATA(7:2) "/" PS-DATA(5:2) "/" PS-DATA(1:4)
              DELIMITED BY SIZE INTO WS-HUT-DATA-1.
           MOVE PS-HORA(1:4) TO WS-HUT-HORA-1.
           MOVE SPACES TO WS-HUT-DATA-2.
           STRING WS-DATA-HORA-SISTEMA(7:2) "/"
                  WS-DATA-HORA-SISTEMA(5:2) "/"
                  WS-DATA-HORA-SISTEMA(1:4)
              DELIMITED BY SIZE INTO WS-HUT-DATA-2.
           MOVE WS-DATA-HORA-SISTEMA(9:4) TO WS-HUT-HORA-2.
           CALL "C0602HUT" USING BY CONTENT "D",
              BY REFERENCE WS-HUT-DATA-1, WS-HUT-HORA-1,
              WS-HUT-DATA-2, WS-HUT-HORA-2, WS-HUT-HORAS,
              WS-HUT-MINUTOS, WS-HUT-STATUS.
           IF WS-HUT-STATUS NOT = "S"
              EXIT SECTION
           END-IF
           MOVE WS-HUT-HORAS TO WS-S-HORAS.
           MOVE WS-HUT-MINUTOS TO WS-S-MINUTOS.
           MOVE SPACES TO WS-S-PENDENTE.
           STRING FUNCTION TRIM(WS-S-HORAS) "h" WS-S-MINUTOS
                  " uteis"
              DELIMITED BY SIZE INTO WS-S-PENDENTE.
           EXIT.
      ******************************************************************
      * CONTA OS ITENS DA FILA DE TRABALHO DOS VENCIMENTOS (CAP06AP14) *
      ******************************************************************
       500-CONTA-FILA-TRABALHO         SECTION.
