      * Como os logs vivos podem ja ter sido cortados pelo fechamento
      * mensal (CAP02AP06), o relatorio deve rodar antes do corte da
      * competencia que ele apura.
      *
      * A competencia pode ser o codigo de um periodo fiscal da
      * tabela PERFISC.DAT (AAAAPP, mantida na CAP02AP26): periodo
      * cadastrado apura as datas de inicio a fim do periodo, e o
      * comparativo e contra o periodo fiscal que contem a vespera do
      * inicio (sem periodo cadastrado ali, o mes civil da vespera).
      * Codigo fora da tabela continua sendo o mes civil AAAAMM.
      *
      * Com as aulas em mais de uma unidade (sitio), o relatorio traz
      * tambem o quadro POR UNIDADE, com o comparativo mes-a-mes, e a
      * linha do total consolidado da sede: a ocorrencia de auditoria
      * conta na unidade do operador (AL-OPERADOR pelo nome no
      * OPERREG) e a operacao da calculadora na unidade do
      * departamento (CL-DEPTO); operacao interativa, sem
      * departamento, e as chamadas do fatorial e do fibonacci, sem
      * operador, contam na sede. O operador de uma unidade que nao e
      * a sede so enxerga o uso da propria unidade.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  WS-OPRD-QT-MES  PIC 9(6).
               10  WS-OPRD-QT-ANT  PIC 9(6).
       77  WS-QTDE-OPERADORES  PIC 9(3) VALUE ZERO.
       78  LIMITE-UNIDADES VALUE 20.
       01  WS-TAB-UNIDADES.
           05  WS-UNI-ENTRADA OCCURS LIMITE-UNIDADES TIMES.
               10  WS-UNI-CODIGO   PIC X(3).
               10  WS-UNI-QT-MES   PIC 9(6).
               10  WS-UNI-QT-ANT   PIC 9(6).
       77  WS-QTDE-UNIDADES    PIC 9(2) VALUE ZERO.
       77  WS-UNI-CHAVE        PIC X(12).
       77  WS-UNIDADE          PIC X(3).
       77  WS-UNI-STATUS       PIC X.
       77  WS-UNI-SESSAO       PIC X(3).
       77  WS-UNI-ALCANCE      PIC X.
           88 WS-VE-TODAS      VALUE "T".
       77  WS-TOT-UNI-MES      PIC 9(6) VALUE ZERO.
       77  WS-TOT-UNI-ANT      PIC 9(6) VALUE ZERO.
       01  WS-TAB-DIAS.
           05  WS-DIA-QT PIC 9(6) OCCURS 31 TIMES.
       77  AC-CI               PIC 9(3).
       77  WS-COMP-ANTERIOR    PIC 9(6).
       77  WS-COMP-LINHA       PIC 9(6).
       77  WS-DIA-LINHA        PIC 9(2).
       77  WS-DATA-CLASSE      PIC 9(8).
       77  WS-PER-INICIO       PIC 9(8).
       77  WS-PER-FIM          PIC 9(8).
       77  WS-ANT-INICIO       PIC 9(8).
       77  WS-ANT-FIM          PIC 9(8).
       77  WS-VESPERA          PIC 9(8).
       77  WS-PER-SITUACAO     PIC X.
       77  WS-PER-STATUS       PIC X.
       77  WS-DATA-NULA        PIC 9(8) VALUE ZERO.
       77  WS-S-DIA            PIC 99.
       77  WS-FAT-MES          PIC 9(6) VALUE ZERO.
       77  WS-FAT-ANT          PIC 9(6) VALUE ZERO.
           DISPLAY "Relatorio Mensal de Uso dos Subsistemas".
           DISPLAY "---------------------------------------------".
           IF ADDRESS OF LK-COMPETENCIA = NULL
              DISPLAY "Competencia a apurar (AAAAMM ou periodo "
                 "fiscal AAAAPP): "
                 WITH NO ADVANCING
              ACCEPT WS-COMPETENCIA
           ELSE
              MOVE LK-COMPETENCIA TO WS-COMPETENCIA
           END-IF
           PERFORM 050-RESOLVE-PERIODOS.
           IF WS-PER-STATUS = "E"
              DISPLAY "Competencia invalida: " WS-COMPETENCIA
              EXIT PROGRAM
           END-IF
           PERFORM VARYING AC-CI FROM 1 BY 1 UNTIL AC-CI > 31
              MOVE ZERO TO WS-DIA-QT(AC-CI)
           END-PERFORM.
      *    Operador de unidade que nao e a sede so enxerga o uso da
      *    propria unidade.
           MOVE SPACES TO WS-UNI-CHAVE.
           CALL "UNIDSVC" USING BY CONTENT "C",
              BY REFERENCE WS-UNI-CHAVE, WS-UNI-SESSAO, WS-UNI-STATUS.
           CALL "UNIDSVC" USING BY CONTENT "S",
              BY REFERENCE WS-UNI-CHAVE, WS-UNI-SESSAO,
              WS-UNI-ALCANCE.
           PERFORM 100-APURA-AUDITORIA.
           PERFORM 200-APURA-CALCULADORA.
           PERFORM 300-APURA-FATORIAL.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT PROGRAM.
      ******************************************************************
      * FAIXAS DE DATAS DA COMPETENCIA E DA ANTERIOR: PERIODO FISCAL   *
      * CADASTRADO OU MES CIVIL                                        *
      ******************************************************************
       050-RESOLVE-PERIODOS            SECTION.
           CALL "PERFISC" USING BY CONTENT "P",
              BY REFERENCE WS-DATA-NULA, BY REFERENCE WS-COMPETENCIA,
              BY REFERENCE WS-PER-INICIO, BY REFERENCE WS-PER-FIM,
              BY REFERENCE WS-PER-SITUACAO, BY REFERENCE WS-PER-STATUS.
           IF WS-PER-STATUS NOT = "S"
              IF WS-COMPETENCIA(5:2) < "01"
                 OR WS-COMPETENCIA(5:2) > "12"
                 MOVE "E" TO WS-PER-STATUS
                 EXIT SECTION
              END-IF
              COMPUTE WS-PER-INICIO = WS-COMPETENCIA * 100 + 1
              COMPUTE WS-PER-FIM = WS-COMPETENCIA * 100 + 31
           END-IF
      *    A anterior e a que contem a vespera do inicio.
           COMPUTE WS-VESPERA = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-PER-INICIO) - 1).
           CALL "PERFISC" USING BY CONTENT "D",
              BY REFERENCE WS-VESPERA, BY REFERENCE WS-COMP-ANTERIOR,
              BY REFERENCE WS-ANT-INICIO, BY REFERENCE WS-ANT-FIM,
              BY REFERENCE WS-PER-SITUACAO, BY REFERENCE WS-PER-STATUS.
           IF WS-PER-STATUS NOT = "S"
              COMPUTE WS-COMP-ANTERIOR = WS-VESPERA / 100
              COMPUTE WS-ANT-INICIO = WS-COMP-ANTERIOR * 100 + 1
              COMPUTE WS-ANT-FIM = WS-COMP-ANTERIOR * 100 + 31
           END-IF
           MOVE "S" TO WS-PER-STATUS.
           EXIT.
      ******************************************************************
      * CLASSIFICA A DATA WS-DATA-CLASSE: WS-COMP-LINHA RECEBE A       *
      * COMPETENCIA, A ANTERIOR OU ZERO (FORA DAS DUAS)                *
      ******************************************************************
       080-CLASSIFICA-DATA             SECTION.
           MOVE ZERO TO WS-COMP-LINHA.
           IF WS-DATA-CLASSE >= WS-PER-INICIO
              AND WS-DATA-CLASSE <= WS-PER-FIM
              MOVE WS-COMPETENCIA TO WS-COMP-LINHA
           ELSE
              IF WS-DATA-CLASSE >= WS-ANT-INICIO
                 AND WS-DATA-CLASSE <= WS-ANT-FIM
                 MOVE WS-COMP-ANTERIOR TO WS-COMP-LINHA
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * ACUMULA UMA OCORRENCIA (AUDITORIA OU CALCULADORA) NA UNIDADE   *
      * WS-UNIDADE, NA COMPETENCIA OU NA ANTERIOR                      *
      ******************************************************************
       090-ACUMULA-UNIDADE             SECTION.
           MOVE ZERO TO AC-ACHOU.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-UNIDADES OR AC-ACHOU > ZERO
              IF WS-UNI-CODIGO(AC-CI) = WS-UNIDADE
                 MOVE AC-CI TO AC-ACHOU
              END-IF
           END-PERFORM.
           IF AC-ACHOU = ZERO AND WS-QTDE-UNIDADES < LIMITE-UNIDADES
              ADD 1 TO WS-QTDE-UNIDADES
              MOVE WS-QTDE-UNIDADES TO AC-ACHOU
              MOVE WS-UNIDADE TO WS-UNI-CODIGO(AC-ACHOU)
              MOVE ZERO TO WS-UNI-QT-MES(AC-ACHOU)
              MOVE ZERO TO WS-UNI-QT-ANT(AC-ACHOU)
           END-IF.
           IF WS-COMP-LINHA = WS-COMPETENCIA
              ADD 1 TO WS-TOT-UNI-MES
           ELSE
              ADD 1 TO WS-TOT-UNI-ANT
           END-IF.
           IF AC-ACHOU > ZERO
              IF WS-COMP-LINHA = WS-COMPETENCIA
                 ADD 1 TO WS-UNI-QT-MES(AC-ACHOU)
              ELSE
                 ADD 1 TO WS-UNI-QT-ANT(AC-ACHOU)
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * VARRE AUDITLOG.DAT ACUMULANDO POR PROGRAMA, POR OPERADOR E POR *
      * DIA DO MES (MES CORRENTE) E POR PROGRAMA/OPERADOR (ANTERIOR)   *
      ******************************************************************
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    MOVE AL-DATA TO WS-DATA-CLASSE
                    PERFORM 080-CLASSIFICA-DATA
                    MOVE AL-OPERADOR TO WS-UNI-CHAVE
                    CALL "UNIDSVC" USING BY CONTENT "O",
                       BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE,
                       WS-UNI-STATUS
                    IF (WS-COMP-LINHA = WS-COMPETENCIA
                       OR WS-COMP-LINHA = WS-COMP-ANTERIOR)
                       AND (WS-VE-TODAS OR WS-UNIDADE = WS-UNI-SESSAO)
                       PERFORM 150-ACUMULA-AUDITORIA
                       PERFORM 090-ACUMULA-UNIDADE
                    END-IF
              END-READ
           END-PERFORM.
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    MOVE CL-DATA TO WS-DATA-CLASSE
                    PERFORM 080-CLASSIFICA-DATA
                    MOVE SPACES TO WS-UNI-CHAVE
                    MOVE CL-DEPTO TO WS-UNI-CHAVE
                    CALL "UNIDSVC" USING BY CONTENT "D",
                       BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE,
                       WS-UNI-STATUS
                    IF (WS-COMP-LINHA = WS-COMPETENCIA
                       OR WS-COMP-LINHA = WS-COMP-ANTERIOR)
                       AND (WS-VE-TODAS OR WS-UNIDADE = WS-UNI-SESSAO)
                       PERFORM 250-ACUMULA-OPERACAO
                       PERFORM 090-ACUMULA-UNIDADE
                    END-IF
              END-READ
           END-PERFORM.
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    MOVE FL-DATA TO WS-DATA-CLASSE
                    PERFORM 080-CLASSIFICA-DATA
                    IF WS-VE-TODAS
                       AND WS-COMP-LINHA = WS-COMPETENCIA
                       ADD 1 TO WS-FAT-MES
                    END-IF
                    IF WS-VE-TODAS
                       AND WS-COMP-LINHA = WS-COMP-ANTERIOR
                       ADD 1 TO WS-FAT-ANT
                    END-IF
              END-READ
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    MOVE FB-DATA TO WS-DATA-CLASSE
                    PERFORM 080-CLASSIFICA-DATA
                    IF WS-VE-TODAS
                       AND WS-COMP-LINHA = WS-COMPETENCIA
                       ADD 1 TO WS-FIB-MES
                    END-IF
                    IF WS-VE-TODAS
                       AND WS-COMP-LINHA = WS-COMP-ANTERIOR
                       ADD 1 TO WS-FIB-ANT
                    END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO US-LINHA.
           WRITE US-LINHA.
           MOVE "POR UNIDADE (AUDITORIA E CALCULADORA)" TO US-LINHA.
           WRITE US-LINHA.
           MOVE "UNIDADE                        MES    ANTERIOR   DIF"
              TO US-LINHA.
           WRITE US-LINHA.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-UNIDADES
              MOVE WS-UNI-QT-MES(AC-CI) TO WS-S-QT-MES
              MOVE WS-UNI-QT-ANT(AC-CI) TO WS-S-QT-ANT
              COMPUTE WS-DIF = WS-UNI-QT-MES(AC-CI)
                 - WS-UNI-QT-ANT(AC-CI)
              MOVE WS-DIF TO WS-S-DIF
              MOVE SPACES TO US-LINHA
              STRING WS-UNI-CODIGO(AC-CI) "                      "
                     WS-S-QT-MES "  " WS-S-QT-ANT "  " WS-S-DIF
                 DELIMITED BY SIZE INTO US-LINHA
              WRITE US-LINHA
           END-PERFORM.
           MOVE WS-TOT-UNI-MES TO WS-S-QT-MES.
           MOVE WS-TOT-UNI-ANT TO WS-S-QT-ANT.
           COMPUTE WS-DIF = WS-TOT-UNI-MES - WS-TOT-UNI-ANT.
           MOVE WS-DIF TO WS-S-DIF.
           MOVE SPACES TO US-LINHA.
           IF WS-VE-TODAS
              STRING "TOTAL CONSOLIDADO (SEDE) " WS-S-QT-MES "  "
                     WS-S-QT-ANT "  " WS-S-DIF
                 DELIMITED BY SIZE INTO US-LINHA
           ELSE
              STRING "TOTAL DA UNIDADE " WS-UNI-SESSAO "     "
                     WS-S-QT-MES "  " WS-S-QT-ANT "  " WS-S-DIF
                 DELIMITED BY SIZE INTO US-LINHA
           END-IF.
           WRITE US-LINHA.
           MOVE SPACES TO US-LINHA.
           WRITE US-LINHA.
           MOVE "OCORRENCIAS POR DIA DO MES (AUDITORIA)" TO US-LINHA.
           WRITE US-LINHA.
           PERFORM VARYING AC-CI FROM 1 BY 1 UNTIL AC-CI > 31
