       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP03AP11.
      *
      * Teste de nivelamento do treinando novo, sobre a mecanica do
      * treino de tabuada (CAP03AP07): ate aqui o treinando novo caia
      * numa turma por palpite e, todo periodo, alguns tinham de
      * mudar de nivel depois da primeira semana. O teste tem tamanho
      * fixo - 16 questoes, quatro faixas de dificuldade crescente e,
      * em cada faixa, uma questao de cada operacao (soma,
      * subtracao, multiplicacao e divisao exata, as mesmas regras
      * do treino). A faixa e vencida com 3 acertos em 4; o nivel de
      * colocacao (1-5) e 1 mais as faixas vencidas em sequencia, da
      * mais facil para a mais dificil. O candidato se identifica
      * pelo codigo de estudante (digito conferido pela DVCALC; codigo
      * suspenso ou revogado no registro de emissoes nao faz o
      * teste), mas ainda nao precisa estar em TURMA.DAT. A tentativa
      * vai para NIVELAM.DAT pendente de decisao, cada questao vai
      * para DRILLDET.DAT como no treino, e a recomendacao de turma
      * sai pelo CAP03AP12.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION RMVCHAR
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NIVELAM-FILE ASSIGN TO "NIVELAM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NIV-STATUS.
           SELECT DRILL-DET-FILE ASSIGN TO "DRILLDET.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NIVELAM-FILE.
       COPY "nivelam.cpy".
       FD  DRILL-DET-FILE.
       COPY "drilldet.cpy".
       WORKING-STORAGE SECTION.
       78  QTDE-FAIXAS VALUE 4.
       78  ACERTOS-PARA-VENCER VALUE 3.
      *    Maior operando de cada faixa: soma/subtracao, multiplicacao
      *    e divisor, e quociente da divisao (que fica sempre exata).
       01  WS-TAB-FAIXAS.
           05  FILLER PIC X(9) VALUE "010010010".
           05  FILLER PIC X(9) VALUE "050012012".
           05  FILLER PIC X(9) VALUE "200020020".
           05  FILLER PIC X(9) VALUE "999040020".
       01  WS-TAB-FAIXAS-R REDEFINES WS-TAB-FAIXAS.
           05  WS-FAIXA OCCURS QTDE-FAIXAS TIMES.
               10  WS-MAX-SOMA     PIC 9(3).
               10  WS-MAX-MULT     PIC 9(3).
               10  WS-MAX-QUOC     PIC 9(3).
       77  WS-NIV-STATUS    PIC XX.
       77  WS-DET-STATUS    PIC XX.
       77  WS-COD-CANDIDATO PIC X(9).
       77  WS-NOME-CANDIDATO PIC X(25).
       77  WS-SITUACAO-COD  PIC X.
       77  AC-FX            PIC 9.
       77  AC-OP            PIC 9.
       77  WS-NUM-QUESTAO   PIC 9(2) VALUE ZERO.
       77  WS-ACERTOS       PIC 9(2) VALUE ZERO.
       77  WS-NIVEL         PIC 9 VALUE 1.
       77  WS-SEQUENCIA-OK  PIC X VALUE "S".
       01  WS-ACERTOS-FAIXAS.
           05  WS-ACERTOS-FX PIC 9 OCCURS QTDE-FAIXAS TIMES.
       77  WS-OPERACAO      PIC X.
       77  WS-SINAL         PIC X.
       77  WS-MAXIMO        PIC 9(3).
       77  WS-VLR-1         PIC 9(3).
       77  WS-VLR-2         PIC 9(3).
       77  WS-RESPOSTA-CERTA PIC 9(6).
       77  WS-RESPOSTA      PIC 9(6).
       77  WS-ALEATORIO     PIC V9(9) COMP-3.
       77  WS-SORTEIO       PIC 9(4).
       77  WS-SEMENTE       PIC 9(9).
       77  WS-DESCARTE      PIC V9(9) COMP-3.
       77  WS-S-NUMERO      PIC Z9.
       77  WS-S-VLR-1       PIC ZZ9.
       77  WS-S-VLR-2       PIC ZZ9.
       77  WS-TAM           PIC 9(3).
       77  WS-DVC           PIC 9.
       77  WS-DV-TAMANHO    PIC 9(3) VALUE 6.
       77  WS-DVE           PIC X.
       77  WS-COD-SPTO      PIC X(8).
       77  WS-COD-STRC      PIC X(7).
       77  WS-COD-PDV       PIC X(20) VALUE SPACES.
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       01  WS-DATA-INICIO   PIC X(20).
       01  WS-DATA-FIM      PIC X(20).
       77  WS-DUR-HRA       PIC 9(4).
       77  WS-DUR-MIN       PIC 9(2).
       77  WS-DUR-SEG       PIC 9(2).
       77  WS-DUR-CEN       PIC 9(2).
       77  WS-SEGUNDOS      PIC 9(6).
       77  WS-PROGRAMA      PIC X(8) VALUE "CAP03A11".
       77  WS-RESULTADO     PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------".
           DISPLAY "Teste de Nivelamento".
           DISPLAY "-------------------------------------".
           MOVE ZERO TO WS-NUM-QUESTAO WS-ACERTOS.
           DISPLAY "Codigo do candidato (999.999-9): "
              WITH NO ADVANCING.
           ACCEPT WS-COD-CANDIDATO.
           PERFORM 100-VALIDA-CANDIDATO.
           IF WS-DVE NOT = WS-DVC
              DISPLAY "Codigo invalido (digito verificador nao "
                      "confere)."
              GOBACK
           END-IF
           CALL "CODSTAT" USING WS-COD-CANDIDATO, WS-SITUACAO-COD.
           IF WS-SITUACAO-COD = "S" OR WS-SITUACAO-COD = "R"
              DISPLAY "Codigo suspenso/revogado no registro de "
                      "emissoes; teste recusado."
              GOBACK
           END-IF
           DISPLAY "Nome do candidato ....: " WITH NO ADVANCING.
           ACCEPT WS-NOME-CANDIDATO.
           DISPLAY "16 questoes em 4 faixas de dificuldade crescente.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-HORA-SISTEMA TO WS-DATA-INICIO.
           MOVE WS-DATA-HORA-SISTEMA(9:8) TO WS-SEMENTE.
           COMPUTE WS-DESCARTE = FUNCTION RANDOM(WS-SEMENTE).
           OPEN EXTEND DRILL-DET-FILE.
           IF WS-DET-STATUS = "35"
              OPEN OUTPUT DRILL-DET-FILE
           END-IF
           PERFORM VARYING AC-FX FROM 1 BY 1
                   UNTIL AC-FX > QTDE-FAIXAS
              MOVE ZERO TO WS-ACERTOS-FX(AC-FX)
              PERFORM VARYING AC-OP FROM 1 BY 1 UNTIL AC-OP > 4
                 PERFORM 200-PERGUNTA-E-CONFERE
              END-PERFORM
           END-PERFORM.
           CLOSE DRILL-DET-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           COMPUTE WS-SEGUNDOS = WS-DUR-HRA * 3600
              + WS-DUR-MIN * 60 + WS-DUR-SEG.
           PERFORM 300-CALCULA-NIVEL.
           DISPLAY "Acertos: " WS-ACERTOS " de " WS-NUM-QUESTAO
              " em " WS-SEGUNDOS " segundo(s).".
           DISPLAY "Acertos por faixa: " WS-ACERTOS-FX(1) " "
              WS-ACERTOS-FX(2) " " WS-ACERTOS-FX(3) " "
              WS-ACERTOS-FX(4).
           DISPLAY "Nivel de colocacao: " WS-NIVEL
              " (recomendacao de turma pela coordenacao).".
           PERFORM 400-GRAVA-TENTATIVA.
           MOVE "NIVELAMENTO GRAVADO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           GOBACK.
      ******************************************************************
      * CODIGO DO CANDIDATO: DIGITO PELA DVCALC                        *
      ******************************************************************
       100-VALIDA-CANDIDATO            SECTION.
           COMPUTE WS-TAM = LENGTH(WS-COD-CANDIDATO).
           MOVE RMVCHAR(WS-COD-CANDIDATO, WS-TAM, ".")
              TO WS-COD-SPTO.
           COMPUTE WS-TAM = LENGTH(WS-COD-SPTO).
           MOVE RMVCHAR(WS-COD-SPTO, WS-TAM, "-") TO WS-COD-STRC.
           MOVE WS-COD-STRC(1:6) TO WS-COD-PDV.
           CALL "DVCALC" USING BY CONTENT WS-COD-PDV,
               BY CONTENT WS-DV-TAMANHO, BY REFERENCE WS-DVC.
           MOVE WS-COD-STRC(7:1) TO WS-DVE.
           EXIT.
      ******************************************************************
      * UMA QUESTAO DA FAIXA AC-FX, OPERACAO AC-OP (SOMA, SUBTRACAO,   *
      * MULTIPLICACAO, DIVISAO), RESPONDIDA E CONFERIDA NA HORA        *
      ******************************************************************
       200-PERGUNTA-E-CONFERE          SECTION.
           ADD 1 TO WS-NUM-QUESTAO.
           EVALUATE AC-OP
              WHEN 1
                 MOVE "A" TO WS-OPERACAO
                 MOVE "+" TO WS-SINAL
                 MOVE WS-MAX-SOMA(AC-FX) TO WS-MAXIMO
              WHEN 2
                 MOVE "S" TO WS-OPERACAO
                 MOVE "-" TO WS-SINAL
                 MOVE WS-MAX-SOMA(AC-FX) TO WS-MAXIMO
              WHEN 3
                 MOVE "X" TO WS-OPERACAO
                 MOVE "x" TO WS-SINAL
                 MOVE WS-MAX-MULT(AC-FX) TO WS-MAXIMO
              WHEN 4
                 MOVE "D" TO WS-OPERACAO
                 MOVE "/" TO WS-SINAL
                 MOVE WS-MAX-MULT(AC-FX) TO WS-MAXIMO
           END-EVALUATE.
           PERFORM 250-SORTEIA-NUMERO.
           COMPUTE WS-VLR-1 = 1 + FUNCTION MOD(WS-SORTEIO, WS-MAXIMO).
           PERFORM 250-SORTEIA-NUMERO.
           COMPUTE WS-VLR-2 = 1 + FUNCTION MOD(WS-SORTEIO, WS-MAXIMO).
           EVALUATE WS-OPERACAO
              WHEN "A"
                 COMPUTE WS-RESPOSTA-CERTA = WS-VLR-1 + WS-VLR-2
              WHEN "S"
                 IF WS-VLR-2 > WS-VLR-1
                    MOVE WS-VLR-1 TO WS-SORTEIO
                    MOVE WS-VLR-2 TO WS-VLR-1
                    MOVE WS-SORTEIO TO WS-VLR-2
                 END-IF
                 COMPUTE WS-RESPOSTA-CERTA = WS-VLR-1 - WS-VLR-2
              WHEN "X"
                 COMPUTE WS-RESPOSTA-CERTA = WS-VLR-1 * WS-VLR-2
              WHEN "D"
                 PERFORM 250-SORTEIA-NUMERO
                 COMPUTE WS-RESPOSTA-CERTA =
                    1 + FUNCTION MOD(WS-SORTEIO, WS-MAX-QUOC(AC-FX))
                 COMPUTE WS-VLR-1 = WS-VLR-2 * WS-RESPOSTA-CERTA
           END-EVALUATE.
           MOVE WS-NUM-QUESTAO TO WS-S-NUMERO.
           MOVE WS-VLR-1 TO WS-S-VLR-1.
           MOVE WS-VLR-2 TO WS-S-VLR-2.
           DISPLAY "Q" WS-S-NUMERO ") " WS-S-VLR-1 " " WS-SINAL " "
              WS-S-VLR-2 " = " WITH NO ADVANCING.
           ACCEPT WS-RESPOSTA.
      *    No teste nao se mostra a resposta certa: a faixa seguinte
      *    reaproveita as mesmas operacoes.
           IF WS-RESPOSTA = WS-RESPOSTA-CERTA
              ADD 1 TO WS-ACERTOS
              ADD 1 TO WS-ACERTOS-FX(AC-FX)
              MOVE "S" TO DD-CERTO
           ELSE
              MOVE "N" TO DD-CERTO
           END-IF.
           MOVE WS-COD-CANDIDATO TO DD-ID.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO DD-DATA.
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO DD-HORA.
           MOVE WS-OPERACAO TO DD-OPERACAO.
           MOVE WS-VLR-1 TO DD-VLR-1.
           MOVE WS-VLR-2 TO DD-VLR-2.
           WRITE DD-REGISTRO.
           EXIT.
      ******************************************************************
      * UM NUMERO SORTEADO 0-9999                                      *
      ******************************************************************
       250-SORTEIA-NUMERO              SECTION.
           COMPUTE WS-ALEATORIO = FUNCTION RANDOM.
           COMPUTE WS-SORTEIO = WS-ALEATORIO * 10000.
           EXIT.
      ******************************************************************
      * NIVEL DE COLOCACAO: 1 MAIS AS FAIXAS VENCIDAS EM SEQUENCIA     *
      ******************************************************************
       300-CALCULA-NIVEL               SECTION.
           MOVE 1 TO WS-NIVEL.
           MOVE "S" TO WS-SEQUENCIA-OK.
           PERFORM VARYING AC-FX FROM 1 BY 1
                   UNTIL AC-FX > QTDE-FAIXAS OR WS-SEQUENCIA-OK = "N"
              IF WS-ACERTOS-FX(AC-FX) >= ACERTOS-PARA-VENCER
                 ADD 1 TO WS-NIVEL
              ELSE
                 MOVE "N" TO WS-SEQUENCIA-OK
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * TENTATIVA GRAVADA EM NIVELAM.DAT, PENDENTE DE DECISAO          *
      ******************************************************************
       400-GRAVA-TENTATIVA             SECTION.
           MOVE WS-COD-CANDIDATO  TO NV-ID.
           MOVE WS-NOME-CANDIDATO TO NV-NOME.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO NV-DATA.
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO NV-HORA.
           PERFORM VARYING AC-FX FROM 1 BY 1
                   UNTIL AC-FX > QTDE-FAIXAS
              MOVE WS-ACERTOS-FX(AC-FX) TO NV-ACERTOS-FAIXA(AC-FX)
           END-PERFORM.
           MOVE WS-ACERTOS  TO NV-ACERTOS.
           MOVE WS-SEGUNDOS TO NV-SEGUNDOS.
           MOVE WS-NIVEL    TO NV-NIVEL.
           MOVE "P"         TO NV-SITUACAO.
           MOVE SPACES      TO NV-TURMA.
           MOVE ZERO        TO NV-DATA-SIT.
           MOVE SPACES      TO NV-OPERADOR.
           OPEN EXTEND NIVELAM-FILE.
           IF WS-NIV-STATUS = "35"
              OPEN OUTPUT NIVELAM-FILE
           END-IF
           WRITE NV-REGISTRO.
           CLOSE NIVELAM-FILE.
           EXIT.
       END PROGRAM CAP03AP11.
