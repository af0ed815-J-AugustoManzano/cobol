      * e limpa uma trava orfa deixada por uma queda - o unico jeito
      * legitimo de remover uma trava sem ser pelo processo que a
      * tomou. Cada limpeza vai para a trilha de auditoria.
      *
      * A listagem mostra tambem ha quanto tempo cada trava esta
      * presa em HORAS UTEIS (C0602HUT, expediente de SYSCFG, sem
      * fins de semana e feriados) - uma trava tomada na sexta a
      * tarde nao e a mesma emergencia que uma presa desde a manha -
      * e marca as que passaram da chave TRAVA-HUTEIS de SYSCFG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-RESULTADO-TRAVA  PIC X(4).
       77  WS-DETENTOR         PIC X(30).
       77  WS-TOTAL            PIC 9(2).
       77  WS-CFG-CHAVE        PIC X(12).
       77  WS-CFG-VALOR        PIC X(30).
       77  WS-LIMITE-HUTEIS    PIC 9(3) VALUE 4.
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-HUT-DATA-1       PIC X(10).
       77  WS-HUT-HORA-1       PIC 9(4).
       77  WS-HUT-DATA-2       PIC X(10).
       77  WS-HUT-HORA-2       PIC 9(4).
       77  WS-HUT-HORAS        PIC S9(6).
       77  WS-HUT-MINUTOS      PIC S9(2).
       77  WS-HUT-STATUS       PIC X.
       77  WS-S-HORAS          PIC ZZZZ9.
       77  WS-S-MINUTOS        PIC 99.
       77  WS-S-POSSE          PIC X(30).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP02A13".
       77  WS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
              DISPLAY "Nenhuma trava corrente."
              EXIT SECTION
           END-IF
           MOVE "TRAVA-HUTEIS" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:3) IS NUMERIC
              MOVE WS-CFG-VALOR(1:3) TO WS-LIMITE-HUTEIS
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE SPACES TO WS-HUT-DATA-2.
           STRING WS-DATA-HORA-SISTEMA(7:2) "/"
                  WS-DATA-HORA-SISTEMA(5:2) "/"
                  WS-DATA-HORA-SISTEMA(1:4)
              DELIMITED BY SIZE INTO WS-HUT-DATA-2.
           MOVE WS-DATA-HORA-SISTEMA(9:4) TO WS-HUT-HORA-2.
           PERFORM UNTIL WS-FIM-OK
              READ TRAVAS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL
                    PERFORM 250-HORAS-POSSE
                    DISPLAY TV-NOME " " TV-OPERADOR " desde "
                       TV-DATA " " TV-HORA " " WS-S-POSSE
              END-READ
           END-PERFORM.
           CLOSE TRAVAS-FILE.
           END-IF.
           EXIT.
      ******************************************************************
      * TEMPO DE POSSE DA TRAVA EM HORAS UTEIS ATE AGORA               *
      ******************************************************************
       250-HORAS-POSSE                 SECTION.
           MOVE SPACES TO WS-S-POSSE.
           MOVE SPACES TO WS-HUT-DATA-1.
           STRING TV-DATA(7:2) "/" TV-DATA(5:2) "/" TV-DATA(1:4)
              DELIMITED BY SIZE INTO WS-HUT-DATA-1.
           MOVE TV-HORA(1:4) TO WS-HUT-HORA-1.
           CALL "C0602HUT" USING BY CONTENT "D",
              BY REFERENCE WS-HUT-DATA-1, WS-HUT-HORA-1,
              WS-HUT-DATA-2, WS-HUT-HORA-2, WS-HUT-HORAS,
              WS-HUT-MINUTOS, WS-HUT-STATUS.
           IF WS-HUT-STATUS NOT = "S"
              EXIT SECTION
           END-IF
           MOVE WS-HUT-HORAS TO WS-S-HORAS.
           MOVE WS-HUT-MINUTOS TO WS-S-MINUTOS.
           IF WS-HUT-HORAS >= WS-LIMITE-HUTEIS
              STRING "(" FUNCTION TRIM(WS-S-HORAS) "h" WS-S-MINUTOS
                     " uteis) ** PRESA **"
                 DELIMITED BY SIZE INTO WS-S-POSSE
           ELSE
              STRING "(" FUNCTION TRIM(WS-S-HORAS) "h" WS-S-MINUTOS
                     " uteis)"
                 DELIMITED BY SIZE INTO WS-S-POSSE
           END-IF.
           EXIT.
      ******************************************************************
      * LIMPEZA DE UMA TRAVA ORFA PELO NOME                            *
      ******************************************************************
       300-LIMPA-TRAVA                 SECTION.
