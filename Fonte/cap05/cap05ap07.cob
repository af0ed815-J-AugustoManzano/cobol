      * ultima chamada (C0502IDX e incremental) e le so a faixa do
      * dia com START pela chave data+sequencia. Se o espelho nao
      * puder ser aberto, cai na varredura sequencial antiga.
      *
      * Com a anulacao de recibos (C0502ANU) o log passou a ter
      * registros ESTORNO apontando, por CL-RECIBO, para a operacao
      * anulada. A faixa do dia agora e lida duas vezes: a primeira
      * passada so levanta os estornos aprovados no plantao; a
      * segunda imprime as operacoes, marcando ANULADO ao lado das
      * que foram estornadas (o estorno em si nao sai como operacao).
      * Os recibos anulados saem numa secao propria, e o rodape traz
      * o total bruto, os anulados e os totais liquidos - quantidade
      * e soma dos resultados - sem as operacoes anuladas.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-S-RESULTADO      PIC -(8)9.9999.
       77  WS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-REJ        PIC 9(6) VALUE ZERO.
       77  WS-PASSADA          PIC 9 VALUE 1.
       78  LIMITE-ESTORNOS VALUE 500.
       01  WS-TAB-ESTORNOS.
           05  WS-ESTORNO-ENTRADA OCCURS LIMITE-ESTORNOS TIMES.
               10  WS-ES-RECIBO    PIC 9(6).
               10  WS-ES-HORA      PIC 9(6).
               10  WS-ES-RESULTADO PIC S9(8)V9999.
               10  WS-ES-EXPRESSAO PIC X(60).
       77  WS-QTDE-ESTORNOS    PIC 9(3) VALUE ZERO.
       77  AC-ES               PIC 9(3).
       77  WS-ANULADO          PIC X.
       77  WS-TOTAL-ANULADOS   PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-LIQUIDO    PIC 9(6) VALUE ZERO.
       77  WS-SOMA-LIQUIDA     PIC S9(10)V9999 VALUE ZERO.
       77  WS-S-SOMA           PIC -(10)9.9999.
       77  WS-S-RECIBO         PIC 9(6).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP05AP7".
       77  WS-NOME-RELATORIO   PIC X(14).
       77  WS-RESULTADO        PIC X(20) VALUE "GERADO".
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE ZERO TO WS-TOTAL-LIDOS.
           MOVE ZERO TO WS-TOTAL-REJ.
           MOVE ZERO TO WS-QTDE-ESTORNOS.
           MOVE ZERO TO WS-TOTAL-ANULADOS.
           MOVE ZERO TO WS-TOTAL-LIQUIDO.
           MOVE ZERO TO WS-SOMA-LIQUIDA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-HORA-SISTEMA   TO WS-DATA-INICIO.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-HOJE.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           PERFORM 100-IMPRIME-CABECALHO.
      *    Primeira passada: so os estornos do plantao. A segunda
      *    reposiciona a faixa (START de novo no espelho, ou reabre o
      *    log sequencial) e imprime as operacoes.
           MOVE 1 TO WS-PASSADA.
           IF WS-IDX-STATUS = "00"
              PERFORM 150-LE-FAIXA-INDEXADA
           ELSE
              PERFORM 180-VARRE-SEQUENCIAL
              CLOSE CALC-LOG-FILE
              OPEN INPUT CALC-LOG-FILE
           END-IF
           MOVE 2 TO WS-PASSADA.
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-IDX-STATUS = "00"
              PERFORM 150-LE-FAIXA-INDEXADA
              CLOSE CALC-IDX-FILE
              PERFORM 180-VARRE-SEQUENCIAL
              CLOSE CALC-LOG-FILE
           END-IF
           PERFORM 250-IMPRIME-ANULADOS.
           PERFORM 300-IMPRIME-RODAPE.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-LIDOS TO WS-IMP-TOTAL.
                       MOVE CX-VLR-2     TO CL-VLR-2
                       MOVE CX-RESULTADO TO CL-RESULTADO
                       MOVE CX-HORA      TO CL-HORA
                       MOVE CX-EXPRESSAO TO CL-EXPRESSAO
                       MOVE CX-RECIBO    TO CL-RECIBO
                       PERFORM 190-TRATA-OPERACAO
                    END-IF
              END-READ
           END-PERFORM.
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CL-DATA = WS-HOJE
                       PERFORM 190-TRATA-OPERACAO
                    END-IF
              END-READ
           END-PERFORM.
           EXIT.
      ******************************************************************
      * UMA OPERACAO DO PLANTAO: A PRIMEIRA PASSADA SO GUARDA OS       *
      * ESTORNOS; A SEGUNDA IMPRIME AS DEMAIS OPERACOES                *
      ******************************************************************
       190-TRATA-OPERACAO               SECTION.
           IF WS-PASSADA = 1
              IF CL-OPERACAO = "ESTORNO"
                 PERFORM 195-GUARDA-ESTORNO
              END-IF
           ELSE
              IF CL-OPERACAO NOT = "ESTORNO"
                 PERFORM 200-IMPRIME-DETALHE
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * ESTORNO DO PLANTAO GUARDADO NA TABELA, PELO RECIBO ANULADO     *
      ******************************************************************
       195-GUARDA-ESTORNO               SECTION.
           IF WS-QTDE-ESTORNOS NOT < LIMITE-ESTORNOS
              DISPLAY "Tabela de estornos cheia; recibo " CL-RECIBO
                 " nao sera marcado como anulado."
              EXIT SECTION
           END-IF
           ADD 1 TO WS-QTDE-ESTORNOS.
           MOVE CL-RECIBO    TO WS-ES-RECIBO(WS-QTDE-ESTORNOS).
           MOVE CL-HORA      TO WS-ES-HORA(WS-QTDE-ESTORNOS).
           MOVE CL-RESULTADO TO WS-ES-RESULTADO(WS-QTDE-ESTORNOS).
           MOVE CL-EXPRESSAO TO WS-ES-EXPRESSAO(WS-QTDE-ESTORNOS).
           EXIT.
      ******************************************************************
      * CABECALHO DA FOLHA IMPRESSA                                    *
      ******************************************************************
       100-IMPRIME-CABECALHO            SECTION.
      ******************************************************************
       200-IMPRIME-DETALHE              SECTION.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE "N" TO WS-ANULADO.
           IF CL-RECIBO NOT = ZERO
              PERFORM VARYING AC-ES FROM 1 BY 1
                      UNTIL AC-ES > WS-QTDE-ESTORNOS
                 IF WS-ES-RECIBO(AC-ES) = CL-RECIBO
                    MOVE "S" TO WS-ANULADO
                 END-IF
              END-PERFORM
           END-IF
           IF WS-ANULADO = "S"
              ADD 1 TO WS-TOTAL-ANULADOS
           ELSE
              ADD 1 TO WS-TOTAL-LIQUIDO
              ADD CL-RESULTADO TO WS-SOMA-LIQUIDA
           END-IF
           MOVE CL-HORA(1:2) TO WS-HF-HH.
           MOVE CL-HORA(3:2) TO WS-HF-MM.
           MOVE CL-HORA(5:2) TO WS-HF-SS.
                  " "                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-S-RESULTADO) DELIMITED BY SIZE
              INTO PL-LINHA.
           IF WS-ANULADO = "S"
              MOVE "ANULADO" TO PL-LINHA(62:7)
           END-IF
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE PL-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
      ******************************************************************
      * SECAO DOS RECIBOS ANULADOS NO PLANTAO, UM POR ESTORNO          *
      ******************************************************************
       250-IMPRIME-ANULADOS             SECTION.
           IF WS-QTDE-ESTORNOS = ZERO
              EXIT SECTION
           END-IF
           MOVE SPACES TO PL-LINHA.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE PL-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "RECIBOS ANULADOS NO PLANTAO" TO PL-LINHA.
           MOVE PL-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "HORA     RECIBO  ESTORNO       MOTIVO" TO PL-LINHA.
           MOVE PL-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           PERFORM VARYING AC-ES FROM 1 BY 1
                   UNTIL AC-ES > WS-QTDE-ESTORNOS
              MOVE WS-ES-HORA(AC-ES)(1:2) TO WS-HF-HH
              MOVE WS-ES-HORA(AC-ES)(3:2) TO WS-HF-MM
              MOVE WS-ES-HORA(AC-ES)(5:2) TO WS-HF-SS
              MOVE WS-ES-RECIBO(AC-ES) TO WS-S-RECIBO
              MOVE WS-ES-RESULTADO(AC-ES) TO WS-S-RESULTADO
              MOVE SPACES TO WS-IMP-TEXTO
              STRING WS-HORA-FMT                  DELIMITED BY SIZE
                     " "                          DELIMITED BY SIZE
                     WS-S-RECIBO                  DELIMITED BY SIZE
                     "  "                         DELIMITED BY SIZE
                     FUNCTION TRIM(WS-S-RESULTADO) DELIMITED BY SIZE
                     "  "                         DELIMITED BY SIZE
                     WS-ES-EXPRESSAO(AC-ES)       DELIMITED BY SIZE
                 INTO WS-IMP-TEXTO
              CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
                 WS-IMP-TOTAL
           END-PERFORM.
           EXIT.
      ******************************************************************
      * RODAPE COM O TOTAL DE OPERACOES DO PLANTAO                     *
      ******************************************************************
       300-IMPRIME-RODAPE               SECTION.
              INTO PL-LINHA.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE PL-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO PL-LINHA.
           STRING "Recibos anulados ............: " DELIMITED BY SIZE
                  WS-TOTAL-ANULADOS                 DELIMITED BY SIZE
              INTO PL-LINHA.
           MOVE PL-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO PL-LINHA.
           STRING "Operacoes liquidas ..........: " DELIMITED BY SIZE
                  WS-TOTAL-LIQUIDO                  DELIMITED BY SIZE
              INTO PL-LINHA.
           MOVE PL-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE WS-SOMA-LIQUIDA TO WS-S-SOMA.
           MOVE SPACES TO PL-LINHA.
           STRING "Soma liquida dos resultados .: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-S-SOMA)          DELIMITED BY SIZE
              INTO PL-LINHA.
           MOVE PL-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
