      * 00 = nenhum) e ativa S/N. A opcao [G] semeia o arquivo com os
      * passos de fabrica do driver, para dali em diante a cadeia ser
      * ajustada aqui - sem alterar fonte nem reimplantar.
      *
      * Cada passo pode declarar tambem o arquivo de entrada de que
      * depende, com o prazo de chegada (HHMM) e a exigencia S/N de
      * arquivo novo desde a ultima execucao; o driver segura o passo
      * ate o arquivo chegar e, passado o prazo, pula o passo com o
      * codigo de condicao 12 e alerta o operador. Registros antigos,
      * sem esses campos, valem como passo sem arquivo de entrada.
      *
      * A opcao [P] pede uma data de negocio e chama o driver em modo
      * de previsao, que imprime em PREVLOTE.LST o que rodaria
      * naquela noite, o que seria pulado e por que, a duracao
      * esperada e o termino previsto contra a janela de lote - sem
      * disparar passo algum.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  RJ-FREQ         PIC X.
           05  RJ-PREDECESSOR  PIC 9(2).
           05  RJ-ATIVA        PIC X.
           05  RJ-ARQUIVO      PIC X(12).
           05  RJ-PRAZO        PIC 9(4).
           05  RJ-NOVO         PIC X.
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-PASSOS VALUE 30.
       78  QTDE-PADRAO VALUE 27.
       01  WS-TABELA-PADRAO.
           05  FILLER PIC X(26) VALUE "CAP05AP04 04 CAP05AP4 D00S".
           05  FILLER PIC X(26) VALUE "CAP05AP06 04 CAP05AP6 D00S".
           05  FILLER PIC X(26) VALUE "CAP06AP03 04 CAP06AP3 D00S".
           05  FILLER PIC X(26) VALUE "CAP06AP05 04 CAP06AP5 D00S".
           05  FILLER PIC X(26) VALUE "CAP02AP12 04 CAP02A12 D00S".
           05  FILLER PIC X(26) VALUE "CAP06AP19 04 CAP06A19 M00S".
           05  FILLER PIC X(26) VALUE "CAP06AP14 04 CAP06A14 D00S".
           05  FILLER PIC X(26) VALUE "CAP02AP18 04 CAP02A18 D00S".
           05  FILLER PIC X(26) VALUE "CAP02AP21 04 CAP02A21 D00S".
           05  FILLER PIC X(26) VALUE "CAP02AP25 04 CAP02A25 D00S".
           05  FILLER PIC X(26) VALUE "CAP05AP11 04 CAP05A11 D00S".
           05  FILLER PIC X(26) VALUE "CAP05AP12 04 CAP05A12 M00S".
           05  FILLER PIC X(26) VALUE "CAP06AP17 04 CAP06A17 M00S".
           05  FILLER PIC X(26) VALUE "CAP05AP18 04 CAP05A18 M00S".
           05  FILLER PIC X(26) VALUE "CAP05AP15 04 CAP05A15 D00S".
           05  FILLER PIC X(26) VALUE "CAP05AP16 04 CAP05A16 D00S".
           05  FILLER PIC X(26) VALUE "CAP05AP14 04 CAP05A14 D00S".
           05  FILLER PIC X(26) VALUE "CAP05AP13 04 CAP05A13 D00S".
           05  FILLER PIC X(26) VALUE "CAP04AP50 04 CAP04A50 D00S".
           05  FILLER PIC X(26) VALUE "CAP06AP23 04 CAP06A23 D00S".
           05  FILLER PIC X(26) VALUE "CAP02AP27 04 CAP02A27 M00S".
           05  FILLER PIC X(26) VALUE "CAP02AP16 04 CAP02A16 D00S".
           05  FILLER PIC X(26) VALUE "CAP02AP29 04 CAP02A29 M00S".
           05  FILLER PIC X(26) VALUE "CAP02AP30 04 CAP02A30 M00S".
           05  FILLER PIC X(26) VALUE "CAP02AP32 04 CAP02A32 S00S".
           05  FILLER PIC X(26) VALUE "CAP02AP33 04 CAP02A33 D00S".
           05  FILLER PIC X(26) VALUE "CAP02AP34 04 CAP02A34 D00S".
       01  WS-TABELA-PADRAO-R REDEFINES WS-TABELA-PADRAO.
           05  WS-PAD-ENTRADA OCCURS QTDE-PADRAO TIMES.
               10  WS-PAD-NOME     PIC X(9).
               10  WS-PAD-PRED     PIC 9(2).
               10  WS-PAD-ATIVA    PIC X.
       01  WS-TAB-REDE.
           05  WS-REDE-REG PIC X(42) OCCURS LIMITE-PASSOS TIMES.
       77  WS-QTDE-REDE   PIC 9(2) VALUE ZERO.
       77  AC-CI          PIC 9(2).
       77  AC-CJ          PIC 9(2).
       77  WS-MUDOU       PIC X VALUE "N".
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP02A19".
       77  WS-RESULTADO   PIC X(20).
       77  WS-PRAZO-HORA  PIC 9(2).
       77  WS-PRAZO-MIN   PIC 9(2).
       77  WS-DATA-ENTRADA PIC X(10).
       77  WS-SAIDA-DATA  PIC X(10).
       77  WS-MOTIVO      PIC X(40).
       77  WS-DATA-PREVISAO PIC 9(8).
       77  WS-SEM-OVERRIDE PIC X VALUE "N".
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM 100-CARREGA-REDE.
              DISPLAY "[I] - Incluir passo"
              DISPLAY "[E] - Excluir passo (pela ordem)"
              DISPLAY "[G] - Semear com os passos de fabrica"
              DISPLAY "[P] - Prever a cadeia de uma data"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
                    PERFORM 400-EXCLUI-PASSO
                 WHEN "G"
                    PERFORM 500-SEMEIA-PADRAO
                 WHEN "P"
                    PERFORM 600-PREVE-CADEIA
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
                 NOT AT END
                    IF WS-QTDE-REDE < LIMITE-PASSOS
                       ADD 1 TO WS-QTDE-REDE
      *                Registro sem arquivo de entrada (gravado
      *                antes do prazo de chegada existir).
                       IF RJ-PRAZO NOT NUMERIC
                          MOVE ZERO TO RJ-PRAZO
                       END-IF
                       IF RJ-NOVO NOT = "S"
                          MOVE "N" TO RJ-NOVO
                       END-IF
                       MOVE RJ-REGISTRO
                          TO WS-REDE-REG(WS-QTDE-REDE)
                    END-IF
                      "fabrica. Use [G] para semear."
              EXIT SECTION
           END-IF
           DISPLAY "ORD PROGRAMA  LIM CHAVE    FREQ PRED ATIVA "
                   "ARQUIVO      PRAZO NOVO".
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-REDE
              MOVE WS-REDE-REG(AC-CI) TO RJ-REGISTRO
              DISPLAY RJ-ORDEM "  " RJ-PROGRAMA " " RJ-LIMITE "  "
                 RJ-CHAVE " " RJ-FREQ "    " RJ-PREDECESSOR "   "
                 RJ-ATIVA "     " RJ-ARQUIVO " " WITH NO ADVANCING
              IF RJ-ARQUIVO = SPACES
                 DISPLAY " "
              ELSE
                 DISPLAY RJ-PRAZO(1:2) ":" RJ-PRAZO(3:2) " " RJ-NOVO
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
              DISPLAY "Rede cheia."
              EXIT SECTION
           END-IF
           DISPLAY "Ordem (01-30) ..........: " WITH NO ADVANCING.
           ACCEPT RJ-ORDEM.
           IF RJ-ORDEM NOT NUMERIC
              OR RJ-ORDEM < 1 OR RJ-ORDEM > LIMITE-PASSOS
              DISPLAY "Ordem invalida; passo nao incluido."
              EXIT SECTION
           END-IF
           DISPLAY "Programa ...............: " WITH NO ADVANCING.
           ACCEPT RJ-PROGRAMA.
           MOVE FUNCTION UPPER-CASE(RJ-PROGRAMA) TO RJ-PROGRAMA.
           END-IF
           DISPLAY "Predecessor (00 = nenhum): " WITH NO ADVANCING.
           ACCEPT RJ-PREDECESSOR.
           DISPLAY "Arquivo de entrada .....: " WITH NO ADVANCING.
           ACCEPT RJ-ARQUIVO.
           MOVE FUNCTION UPPER-CASE(RJ-ARQUIVO) TO RJ-ARQUIVO.
           MOVE ZERO TO RJ-PRAZO.
           MOVE "N" TO RJ-NOVO.
           IF RJ-ARQUIVO NOT = SPACES
              DISPLAY "Prazo de chegada (HHMM) : " WITH NO ADVANCING
              ACCEPT RJ-PRAZO
              MOVE RJ-PRAZO(1:2) TO WS-PRAZO-HORA
              MOVE RJ-PRAZO(3:2) TO WS-PRAZO-MIN
              IF RJ-PRAZO NOT NUMERIC
                 OR WS-PRAZO-HORA > 23 OR WS-PRAZO-MIN > 59
                 DISPLAY "Prazo invalido; passo nao incluido."
                 EXIT SECTION
              END-IF
              DISPLAY "Exige arquivo novo (S/N): " WITH NO ADVANCING
              ACCEPT RJ-NOVO
              MOVE FUNCTION UPPER-CASE(RJ-NOVO) TO RJ-NOVO
              IF RJ-NOVO NOT = "S"
                 MOVE "N" TO RJ-NOVO
              END-IF
           END-IF
           MOVE "S" TO RJ-ATIVA.
           ADD 1 TO WS-QTDE-REDE.
           MOVE RJ-REGISTRO TO WS-REDE-REG(WS-QTDE-REDE).
              MOVE WS-PAD-FREQ(AC-CI)   TO RJ-FREQ
              MOVE WS-PAD-PRED(AC-CI)   TO RJ-PREDECESSOR
              MOVE WS-PAD-ATIVA(AC-CI)  TO RJ-ATIVA
              MOVE SPACES TO RJ-ARQUIVO
              MOVE ZERO TO RJ-PRAZO
              MOVE "N" TO RJ-NOVO
              ADD 1 TO WS-QTDE-REDE
              MOVE RJ-REGISTRO TO WS-REDE-REG(WS-QTDE-REDE)
           END-PERFORM.
              " passo(s) de fabrica.".
           EXIT.
      ******************************************************************
      * PREVISAO DA CADEIA PARA UMA DATA DE NEGOCIO: O DRIVER RODA EM  *
      * SIMULACAO (NENHUM PASSO DISPARA) E GRAVA PREVLOTE.LST. A       *
      * PREVISAO LE A REDE GRAVADA; ALTERACOES DESTA SESSAO SO ENTRAM  *
      * DEPOIS DE SAIR DA TELA                                         *
      ******************************************************************
       600-PREVE-CADEIA                SECTION.
           IF WS-MUDOU = "S"
              DISPLAY "Atencao: a previsao usa REDEJOBS.DAT gravado; "
                      "as alteracoes desta sessao ainda nao entram."
           END-IF
           DISPLAY "Data de negocio (DD/MM/AAAA): " WITH NO ADVANCING.
           ACCEPT WS-DATA-ENTRADA.
           CALL "C0602DAT" USING BY CONTENT WS-DATA-ENTRADA,
               BY REFERENCE WS-SAIDA-DATA, BY REFERENCE WS-MOTIVO,
               BY CONTENT "B".
           IF WS-SAIDA-DATA = "**/**/****"
              DISPLAY "Data invalida: " FUNCTION TRIM(WS-MOTIVO)
              EXIT SECTION
           END-IF
           COMPUTE WS-DATA-PREVISAO =
              FUNCTION NUMVAL(WS-SAIDA-DATA(7:4)) * 10000
              + FUNCTION NUMVAL(WS-SAIDA-DATA(4:2)) * 100
              + FUNCTION NUMVAL(WS-SAIDA-DATA(1:2)).
           CALL "CAP02AP04" USING WS-SEM-OVERRIDE, WS-DATA-PREVISAO.
           MOVE 0 TO RETURN-CODE.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DA REDE                                    *
      ******************************************************************
       700-REGRAVA-REDE                SECTION.
