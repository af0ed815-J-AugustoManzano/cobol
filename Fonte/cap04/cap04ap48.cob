       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP48.
      *
      * Avaliacao de fim de curso (COORDENACAO): a qualidade de
      * instrutores e cursos era medida por comentario de corredor.
      * O quiosque (CAP04AP35) ja identifica o treinando pelo codigo
      * com digito verificador e passou a colher, no periodo letivo
      * vigente, uma avaliacao por treinando por turma dele. Esta
      * tela mantem o questionario e tira o relatorio:
      *    [P] cadastra o periodo letivo (codigo e faixa de datas em
      *        que o quiosque aplica o questionario); as faixas de
      *        periodos diferentes nao se sobrepoem;
      *    [Q] questoes do periodo (01 a 10, escala de 1 a 5): inclui,
      *        altera ou exclui (texto em branco) - so enquanto o
      *        periodo nao tem resposta, para nao misturar respostas
      *        dadas a textos diferentes;
      *    [R] relatorio AVALCURS.LST (IMPRIME/RELGER): as questoes de
      *        cada periodo e as medias por questao por instrutor e
      *        por turma, periodo a periodo lado a lado para comparar
      *        (a questao e identificada pelo numero). Turma ou
      *        instrutor com menos respostas que AVAL-MINIMO de
      *        SYSCFG.DAT (padrao 005) sai suprimido.
      * O relatorio so le AVALNOTA.DAT, que nao tem o codigo do
      * treinando; quem respondeu (AVALRESP.DAT) fica de fora.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVALQST-FILE ASSIGN TO "AVALQST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AQ-STATUS.
           SELECT AVALNOTA-FILE ASSIGN TO "AVALNOTA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AN-STATUS.
           SELECT INSTRREG-FILE ASSIGN TO "INSTRREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AVALQST-FILE.
       COPY "avalqst.cpy".
       FD  AVALNOTA-FILE.
       COPY "avalnota.cpy".
       FD  INSTRREG-FILE.
       COPY "instrreg.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-QUESTIONARIO VALUE 300.
       01  WS-TAB-QUESTIONARIO.
           05  WS-AQ-LINHA PIC X(69) OCCURS LIMITE-QUESTIONARIO TIMES.
       77  WS-QTDE-LINHAS      PIC 9(3) VALUE ZERO.
       01  WS-AQ-TRABALHO.
           05  WS-AQT-TIPO     PIC X.
           05  WS-AQT-PERIODO  PIC X(6).
           05  WS-AQT-INICIO   PIC 9(8).
           05  WS-AQT-FIM      PIC 9(8).
           05  FILLER          PIC X(46).
       01  WS-AQ-TRABALHO-Q REDEFINES WS-AQ-TRABALHO.
           05  FILLER          PIC X(7).
           05  WS-AQT-NUMERO   PIC 9(2).
           05  WS-AQT-TEXTO    PIC X(60).
       78  LIMITE-GRUPOS-INS VALUE 200.
       01  WS-TAB-GRUPOS-INS.
           05  WS-GI-ENTRADA OCCURS LIMITE-GRUPOS-INS TIMES.
               10  WS-GI-CHAVE.
                   15  WS-GI-INSTRUTOR PIC X(4).
                   15  WS-GI-PERIODO   PIC X(6).
               10  WS-GI-QTDE      PIC 9(5).
               10  WS-GI-QUESTAO OCCURS 10 TIMES.
                   15  WS-GI-SOMA  PIC 9(6).
                   15  WS-GI-N     PIC 9(5).
       77  WS-QTDE-GRUPOS-INS  PIC 9(3) VALUE ZERO.
       78  LIMITE-GRUPOS-TUR VALUE 500.
       01  WS-TAB-GRUPOS-TUR.
           05  WS-GT-ENTRADA OCCURS LIMITE-GRUPOS-TUR TIMES.
               10  WS-GT-CHAVE.
                   15  WS-GT-PERIODO   PIC X(6).
                   15  WS-GT-TURMA     PIC X(6).
               10  WS-GT-INSTRUTOR PIC X(4).
               10  WS-GT-QTDE      PIC 9(5).
               10  WS-GT-QUESTAO OCCURS 10 TIMES.
                   15  WS-GT-SOMA  PIC 9(6).
                   15  WS-GT-N     PIC 9(5).
       77  WS-QTDE-GRUPOS-TUR  PIC 9(3) VALUE ZERO.
       78  LIMITE-INSTRUTORES VALUE 200.
       01  WS-TAB-INSTRUTORES.
           05  WS-INS-ENTRADA OCCURS LIMITE-INSTRUTORES TIMES.
               10  WS-INS-CODIGO   PIC X(4).
               10  WS-INS-NOME     PIC X(25).
       77  WS-QTDE-INSTRUTORES PIC 9(3) VALUE ZERO.
       77  WS-TABELA-CHEIA     PIC X VALUE "N".
       77  AC-CI               PIC 9(3).
       77  AC-CJ               PIC 9(3).
       77  AC-CQ               PIC 9(2).
       77  WS-AQ-STATUS        PIC XX.
       77  WS-AN-STATUS        PIC XX.
       77  WS-INS-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-OPCAO            PIC X.
       77  WS-ACHOU            PIC X.
       77  WS-PERIODO-SEL      PIC X(6).
       77  WS-INICIO           PIC 9(8).
       77  WS-FIM              PIC 9(8).
       77  WS-NUMERO-SEL       PIC 9(2).
       77  WS-TEXTO-SEL        PIC X(60).
       77  WS-TEM-RESPOSTA     PIC X.
       77  WS-ENTRA-DATA       PIC X(10).
       77  WS-SAIDA-DATA       PIC X(10).
       77  WS-MOTIVO-DATA      PIC X(40).
       77  WS-DATA-CONVERTIDA  PIC 9(8).
       77  WS-CFG-CHAVE        PIC X(12).
       77  WS-CFG-VALOR        PIC X(30).
       77  WS-MINIMO           PIC 9(3) VALUE 5.
       77  WS-CHAVE-INS        PIC X(10).
       77  WS-CHAVE-TUR        PIC X(12).
       77  WS-MEDIA            PIC 9V99.
       77  WS-S-MEDIA          PIC 9.99.
       77  WS-S-QTDE           PIC ZZZZ9.
       77  WS-S-MINIMO         PIC ZZ9.
       77  WS-NOME-INS         PIC X(20).
       77  WS-COLUNAS          PIC X(60).
       77  WS-QTDE-RESPOSTAS   PIC 9(5).
       77  WS-LINHA            PIC X(132).
       77  WS-IMP-OPCAO        PIC X.
       77  WS-IMP-TEXTO        PIC X(132).
       77  WS-IMP-TOTAL        PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO   PIC X(14).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP04A48".
       77  WS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "-----------------------------------"
              DISPLAY "Avaliacao de Fim de Curso"
              DISPLAY "-----------------------------------"
              DISPLAY "[P] - Periodo letivo do questionario"
              DISPLAY "[Q] - Questoes de um periodo"
              DISPLAY "[R] - Relatorio de medias da avaliacao"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "P"
                    PERFORM 100-CADASTRA-PERIODO
                 WHEN "Q"
                    PERFORM 150-MANTEM-QUESTOES
                 WHEN "R"
                    PERFORM 300-RELATORIO
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * PERIODO LETIVO: CODIGO E FAIXA DE DATAS, SEM SOBREPOR OUTRO    *
      ******************************************************************
       100-CADASTRA-PERIODO            SECTION.
           PERFORM 200-CARREGA-QUESTIONARIO.
           IF WS-TABELA-CHEIA = "S"
              DISPLAY "Questionario excede a capacidade da tabela."
              EXIT SECTION
           END-IF
           DISPLAY "Codigo do periodo (ex. 2026-2): " WITH NO ADVANCING.
           ACCEPT WS-PERIODO-SEL.
           MOVE FUNCTION UPPER-CASE(WS-PERIODO-SEL) TO WS-PERIODO-SEL.
           IF WS-PERIODO-SEL = SPACES
              DISPLAY "Codigo obrigatorio."
              EXIT SECTION
           END-IF
           DISPLAY "Inicio (DD/MM/AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ENTRA-DATA.
           PERFORM 280-CONVERTE-DATA.
           IF WS-SAIDA-DATA = "**/**/****"
              DISPLAY "Inicio invalido: " WS-MOTIVO-DATA
              EXIT SECTION
           END-IF
           MOVE WS-DATA-CONVERTIDA TO WS-INICIO.
           DISPLAY "Fim (DD/MM/AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ENTRA-DATA.
           PERFORM 280-CONVERTE-DATA.
           IF WS-SAIDA-DATA = "**/**/****"
              DISPLAY "Fim invalido: " WS-MOTIVO-DATA
              EXIT SECTION
           END-IF
           MOVE WS-DATA-CONVERTIDA TO WS-FIM.
           IF WS-FIM < WS-INICIO
              DISPLAY "Fim anterior ao inicio."
              EXIT SECTION
           END-IF
           MOVE ZERO TO AC-CJ.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-LINHAS
              MOVE WS-AQ-LINHA(AC-CI) TO WS-AQ-TRABALHO
              IF WS-AQT-TIPO = "P"
                 IF WS-AQT-PERIODO = WS-PERIODO-SEL
                    MOVE AC-CI TO AC-CJ
                 ELSE
                    IF WS-INICIO <= WS-AQT-FIM
                       AND WS-FIM >= WS-AQT-INICIO
                       DISPLAY "Faixa sobrepoe o periodo "
                          WS-AQT-PERIODO "."
                       EXIT SECTION
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF AC-CJ = ZERO
              IF WS-QTDE-LINHAS >= LIMITE-QUESTIONARIO
                 DISPLAY "Questionario cheio; periodo nao incluido."
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-QTDE-LINHAS
              MOVE WS-QTDE-LINHAS TO AC-CJ
           END-IF
           MOVE SPACES         TO WS-AQ-TRABALHO.
           MOVE "P"            TO WS-AQT-TIPO.
           MOVE WS-PERIODO-SEL TO WS-AQT-PERIODO.
           MOVE WS-INICIO      TO WS-AQT-INICIO.
           MOVE WS-FIM         TO WS-AQT-FIM.
           MOVE WS-AQ-TRABALHO TO WS-AQ-LINHA(AC-CJ).
           PERFORM 250-REGRAVA-QUESTIONARIO.
           DISPLAY "Periodo " WS-PERIODO-SEL " registrado.".
           MOVE SPACES TO WS-RESULTADO.
           STRING "PERIODO " WS-PERIODO-SEL DELIMITED BY SIZE
              INTO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * QUESTOES DE UM PERIODO: INCLUI, ALTERA OU EXCLUI PELO NUMERO,  *
      * SO ENQUANTO O PERIODO NAO TEM RESPOSTA                         *
      ******************************************************************
       150-MANTEM-QUESTOES             SECTION.
           PERFORM 200-CARREGA-QUESTIONARIO.
           IF WS-TABELA-CHEIA = "S"
              DISPLAY "Questionario excede a capacidade da tabela."
              EXIT SECTION
           END-IF
           DISPLAY "Codigo do periodo: " WITH NO ADVANCING.
           ACCEPT WS-PERIODO-SEL.
           MOVE FUNCTION UPPER-CASE(WS-PERIODO-SEL) TO WS-PERIODO-SEL.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-LINHAS
              MOVE WS-AQ-LINHA(AC-CI) TO WS-AQ-TRABALHO
              IF WS-AQT-TIPO = "P" AND WS-AQT-PERIODO = WS-PERIODO-SEL
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM.
           IF WS-ACHOU NOT = "S"
              DISPLAY "Periodo nao cadastrado."
              EXIT SECTION
           END-IF
           DISPLAY "Questoes do periodo " WS-PERIODO-SEL ":".
           PERFORM VARYING AC-CQ FROM 1 BY 1 UNTIL AC-CQ > 10
              PERFORM VARYING AC-CI FROM 1 BY 1
                      UNTIL AC-CI > WS-QTDE-LINHAS
                 MOVE WS-AQ-LINHA(AC-CI) TO WS-AQ-TRABALHO
                 IF WS-AQT-TIPO = "Q"
                    AND WS-AQT-PERIODO = WS-PERIODO-SEL
                    AND WS-AQT-NUMERO = AC-CQ
                    DISPLAY "  " WS-AQT-NUMERO ". " WS-AQT-TEXTO
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM 270-CONFERE-RESPOSTAS.
           IF WS-TEM-RESPOSTA = "S"
              DISPLAY "Periodo ja tem respostas; questoes congeladas."
              EXIT SECTION
           END-IF
           DISPLAY "Numero da questao (01-10): " WITH NO ADVANCING.
           ACCEPT WS-NUMERO-SEL.
           IF WS-NUMERO-SEL < 1 OR WS-NUMERO-SEL > 10
              DISPLAY "Numero invalido."
              EXIT SECTION
           END-IF
           DISPLAY "Texto (branco exclui): " WITH NO ADVANCING.
           ACCEPT WS-TEXTO-SEL.
           MOVE ZERO TO AC-CJ.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-LINHAS
              MOVE WS-AQ-LINHA(AC-CI) TO WS-AQ-TRABALHO
              IF WS-AQT-TIPO = "Q"
                 AND WS-AQT-PERIODO = WS-PERIODO-SEL
                 AND WS-AQT-NUMERO = WS-NUMERO-SEL
                 MOVE AC-CI TO AC-CJ
              END-IF
           END-PERFORM.
           IF WS-TEXTO-SEL = SPACES
              IF AC-CJ = ZERO
                 DISPLAY "Questao inexistente; nada a excluir."
                 EXIT SECTION
              END-IF
              PERFORM VARYING AC-CI FROM AC-CJ BY 1
                      UNTIL AC-CI >= WS-QTDE-LINHAS
                 MOVE WS-AQ-LINHA(AC-CI + 1) TO WS-AQ-LINHA(AC-CI)
              END-PERFORM
              SUBTRACT 1 FROM WS-QTDE-LINHAS
              MOVE "QUESTAO EXCLUIDA" TO WS-RESULTADO
           ELSE
              IF AC-CJ = ZERO
                 IF WS-QTDE-LINHAS >= LIMITE-QUESTIONARIO
                    DISPLAY "Questionario cheio; questao nao incluida."
                    EXIT SECTION
                 END-IF
                 ADD 1 TO WS-QTDE-LINHAS
                 MOVE WS-QTDE-LINHAS TO AC-CJ
              END-IF
              MOVE SPACES         TO WS-AQ-TRABALHO
              MOVE "Q"            TO WS-AQT-TIPO
              MOVE WS-PERIODO-SEL TO WS-AQT-PERIODO
              MOVE WS-NUMERO-SEL  TO WS-AQT-NUMERO
              MOVE WS-TEXTO-SEL   TO WS-AQT-TEXTO
              MOVE WS-AQ-TRABALHO TO WS-AQ-LINHA(AC-CJ)
              MOVE "QUESTAO GRAVADA" TO WS-RESULTADO
           END-IF
           PERFORM 250-REGRAVA-QUESTIONARIO.
           DISPLAY "Questionario atualizado.".
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * AVALQST.DAT INTEIRO NA TABELA EM MEMORIA                       *
      ******************************************************************
       200-CARREGA-QUESTIONARIO        SECTION.
           MOVE ZERO TO WS-QTDE-LINHAS.
           MOVE "N" TO WS-TABELA-CHEIA.
           OPEN INPUT AVALQST-FILE.
           IF WS-AQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ AVALQST-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-LINHAS < LIMITE-QUESTIONARIO
                       ADD 1 TO WS-QTDE-LINHAS
                       MOVE AQ-REGISTRO TO WS-AQ-LINHA(WS-QTDE-LINHAS)
                    ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AVALQST-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * REGRAVA AVALQST.DAT A PARTIR DA TABELA                         *
      ******************************************************************
       250-REGRAVA-QUESTIONARIO        SECTION.
           OPEN OUTPUT AVALQST-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-LINHAS
              MOVE WS-AQ-LINHA(AC-CI) TO AQ-REGISTRO
              WRITE AQ-REGISTRO
           END-PERFORM.
           CLOSE AVALQST-FILE.
           EXIT.
      ******************************************************************
      * O PERIODO WS-PERIODO-SEL JA TEM RESPOSTA EM AVALNOTA.DAT?      *
      ******************************************************************
       270-CONFERE-RESPOSTAS           SECTION.
           MOVE "N" TO WS-TEM-RESPOSTA.
           OPEN INPUT AVALNOTA-FILE.
           IF WS-AN-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ AVALNOTA-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF AN-PERIODO = WS-PERIODO-SEL
                       MOVE "S" TO WS-TEM-RESPOSTA
                       MOVE "S" TO WS-FIM-ARQUIVO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AVALNOTA-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * DATA DIGITADA DD/MM/AAAA PARA AAAAMMDD (C0602DAT)              *
      ******************************************************************
       280-CONVERTE-DATA               SECTION.
           CALL "C0602DAT" USING BY CONTENT WS-ENTRA-DATA,
               BY REFERENCE WS-SAIDA-DATA, BY REFERENCE WS-MOTIVO-DATA,
               BY CONTENT "B".
           IF WS-SAIDA-DATA NOT = "**/**/****"
              MOVE WS-SAIDA-DATA(7:4) TO WS-DATA-CONVERTIDA(1:4)
              MOVE WS-SAIDA-DATA(4:2) TO WS-DATA-CONVERTIDA(5:2)
              MOVE WS-SAIDA-DATA(1:2) TO WS-DATA-CONVERTIDA(7:2)
           END-IF.
           EXIT.
      ******************************************************************
      * RELATORIO DA AVALIACAO (AVALCURS.LST): QUESTOES POR PERIODO E  *
      * MEDIAS POR INSTRUTOR E POR TURMA, COM A SUPRESSAO DO MINIMO    *
      ******************************************************************
       300-RELATORIO                   SECTION.
           PERFORM 200-CARREGA-QUESTIONARIO.
           PERFORM 310-ACUMULA-RESPOSTAS.
           IF WS-TABELA-CHEIA = "S"
              DISPLAY "Respostas excedem a capacidade das tabelas; "
                      "relatorio cancelado."
              EXIT SECTION
           END-IF
           PERFORM 320-CARREGA-INSTRUTORES.
           MOVE "AVAL-MINIMO" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:3) IS NUMERIC
              AND WS-CFG-VALOR(1:3) NOT = "000"
              MOVE WS-CFG-VALOR(1:3) TO WS-MINIMO
           END-IF.
           MOVE WS-MINIMO TO WS-S-MINIMO.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "AVALCURS.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "AVALIACAO DE FIM DE CURSO - MEDIAS POR QUESTAO"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           PERFORM 330-IMPRIME-QUESTOES.
           MOVE SPACES TO WS-LINHA.
           STRING "ESCALA 1 (PESSIMO) A 5 (OTIMO); SUPRIMIDO ABAIXO DE "
              WS-S-MINIMO " RESPOSTAS"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "MEDIAS POR INSTRUTOR" TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM 340-CABECALHO-COLUNAS.
           MOVE SPACES TO WS-LINHA.
           STRING "INST NOME                 PERIODO  RESP"
              WS-COLUNAS DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-GRUPOS-INS
              PERFORM 350-LINHA-INSTRUTOR
           END-PERFORM.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "MEDIAS POR TURMA" TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM 340-CABECALHO-COLUNAS.
           MOVE SPACES TO WS-LINHA.
           STRING "PERIODO TURMA  INST                       RESP"
              WS-COLUNAS DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-GRUPOS-TUR
              PERFORM 360-LINHA-TURMA
           END-PERFORM.
           MOVE SPACES TO WS-LINHA.
           STRING "RESPOSTAS CONSIDERADAS: " WS-QTDE-RESPOSTAS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-QTDE-RESPOSTAS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "AVALCURS.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Respostas consideradas: " WS-QTDE-RESPOSTAS.
           DISPLAY "Saida gravada em AVALCURS.LST.".
           MOVE "RELATORIO AVALIACAO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * SOMAS POR QUESTAO POR INSTRUTOR/PERIODO E POR PERIODO/TURMA,   *
      * AS TABELAS MANTIDAS EM ORDEM DE CHAVE                          *
      ******************************************************************
       310-ACUMULA-RESPOSTAS           SECTION.
           MOVE ZERO TO WS-QTDE-GRUPOS-INS WS-QTDE-GRUPOS-TUR.
           MOVE ZERO TO WS-QTDE-RESPOSTAS.
           MOVE "N" TO WS-TABELA-CHEIA.
           OPEN INPUT AVALNOTA-FILE.
           IF WS-AN-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ AVALNOTA-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-QTDE-RESPOSTAS
                    PERFORM 312-ACUMULA-INSTRUTOR
                    PERFORM 314-ACUMULA-TURMA
              END-READ
           END-PERFORM.
           CLOSE AVALNOTA-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UMA RESPOSTA NO GRUPO INSTRUTOR/PERIODO (INCLUI EM ORDEM)      *
      ******************************************************************
       312-ACUMULA-INSTRUTOR           SECTION.
           MOVE AN-INSTRUTOR TO WS-CHAVE-INS(1:4).
           MOVE AN-PERIODO   TO WS-CHAVE-INS(5:6).
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-GRUPOS-INS
                      OR WS-GI-CHAVE(AC-CI) >= WS-CHAVE-INS
              CONTINUE
           END-PERFORM.
           IF AC-CI > WS-QTDE-GRUPOS-INS
              OR WS-GI-CHAVE(AC-CI) NOT = WS-CHAVE-INS
              IF WS-QTDE-GRUPOS-INS >= LIMITE-GRUPOS-INS
                 MOVE "S" TO WS-TABELA-CHEIA
                 EXIT SECTION
              END-IF
              PERFORM VARYING AC-CJ FROM WS-QTDE-GRUPOS-INS BY -1
                      UNTIL AC-CJ < AC-CI
                 MOVE WS-GI-ENTRADA(AC-CJ) TO WS-GI-ENTRADA(AC-CJ + 1)
              END-PERFORM
              ADD 1 TO WS-QTDE-GRUPOS-INS
              INITIALIZE WS-GI-ENTRADA(AC-CI)
              MOVE WS-CHAVE-INS TO WS-GI-CHAVE(AC-CI)
           END-IF
           ADD 1 TO WS-GI-QTDE(AC-CI).
           PERFORM VARYING AC-CQ FROM 1 BY 1 UNTIL AC-CQ > 10
              IF AN-NOTA(AC-CQ) > ZERO
                 ADD AN-NOTA(AC-CQ) TO WS-GI-SOMA(AC-CI, AC-CQ)
                 ADD 1 TO WS-GI-N(AC-CI, AC-CQ)
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * UMA RESPOSTA NO GRUPO PERIODO/TURMA (INCLUI EM ORDEM)          *
      ******************************************************************
       314-ACUMULA-TURMA               SECTION.
           MOVE AN-PERIODO TO WS-CHAVE-TUR(1:6).
           MOVE AN-TURMA   TO WS-CHAVE-TUR(7:6).
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-GRUPOS-TUR
                      OR WS-GT-CHAVE(AC-CI) >= WS-CHAVE-TUR
              CONTINUE
           END-PERFORM.
           IF AC-CI > WS-QTDE-GRUPOS-TUR
              OR WS-GT-CHAVE(AC-CI) NOT = WS-CHAVE-TUR
              IF WS-QTDE-GRUPOS-TUR >= LIMITE-GRUPOS-TUR
                 MOVE "S" TO WS-TABELA-CHEIA
                 EXIT SECTION
              END-IF
              PERFORM VARYING AC-CJ FROM WS-QTDE-GRUPOS-TUR BY -1
                      UNTIL AC-CJ < AC-CI
                 MOVE WS-GT-ENTRADA(AC-CJ) TO WS-GT-ENTRADA(AC-CJ + 1)
              END-PERFORM
              ADD 1 TO WS-QTDE-GRUPOS-TUR
              INITIALIZE WS-GT-ENTRADA(AC-CI)
              MOVE WS-CHAVE-TUR TO WS-GT-CHAVE(AC-CI)
           END-IF
           MOVE AN-INSTRUTOR TO WS-GT-INSTRUTOR(AC-CI).
           ADD 1 TO WS-GT-QTDE(AC-CI).
           PERFORM VARYING AC-CQ FROM 1 BY 1 UNTIL AC-CQ > 10
              IF AN-NOTA(AC-CQ) > ZERO
                 ADD AN-NOTA(AC-CQ) TO WS-GT-SOMA(AC-CI, AC-CQ)
                 ADD 1 TO WS-GT-N(AC-CI, AC-CQ)
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * NOMES DOS INSTRUTORES (INSTRREG.DAT)                           *
      ******************************************************************
       320-CARREGA-INSTRUTORES         SECTION.
           MOVE ZERO TO WS-QTDE-INSTRUTORES.
           OPEN INPUT INSTRREG-FILE.
           IF WS-INS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ INSTRREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-INSTRUTORES < LIMITE-INSTRUTORES
                       ADD 1 TO WS-QTDE-INSTRUTORES
                       MOVE IN-CODIGO
                          TO WS-INS-CODIGO(WS-QTDE-INSTRUTORES)
                       MOVE IN-NOME
                          TO WS-INS-NOME(WS-QTDE-INSTRUTORES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INSTRREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * AS QUESTOES DE CADA PERIODO, PELO NUMERO                       *
      ******************************************************************
       330-IMPRIME-QUESTOES            SECTION.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-LINHAS
              MOVE WS-AQ-LINHA(AC-CI) TO WS-AQ-TRABALHO
              IF WS-AQT-TIPO = "P"
                 MOVE WS-AQT-PERIODO TO WS-PERIODO-SEL
                 MOVE SPACES TO WS-LINHA
                 STRING "PERIODO " WS-AQT-PERIODO "  DE "
                    WS-AQT-INICIO " A " WS-AQT-FIM
                    DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 800-IMPRIME-LINHA
                 PERFORM 335-QUESTOES-DO-PERIODO
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * QUESTOES 01 A 10 DO PERIODO WS-PERIODO-SEL                     *
      ******************************************************************
       335-QUESTOES-DO-PERIODO         SECTION.
           PERFORM VARYING AC-CQ FROM 1 BY 1 UNTIL AC-CQ > 10
              PERFORM VARYING AC-CJ FROM 1 BY 1
                      UNTIL AC-CJ > WS-QTDE-LINHAS
                 MOVE WS-AQ-LINHA(AC-CJ) TO WS-AQ-TRABALHO
                 IF WS-AQT-TIPO = "Q"
                    AND WS-AQT-PERIODO = WS-PERIODO-SEL
                    AND WS-AQT-NUMERO = AC-CQ
                    MOVE SPACES TO WS-LINHA
                    STRING "   Q" WS-AQT-NUMERO " " WS-AQT-TEXTO
                       DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM 800-IMPRIME-LINHA
                 END-IF
              END-PERFORM
           END-PERFORM.
           EXIT.
      ******************************************************************
      * TITULOS DAS COLUNAS Q01 A Q10                                  *
      ******************************************************************
       340-CABECALHO-COLUNAS           SECTION.
           MOVE SPACES TO WS-COLUNAS.
           PERFORM VARYING AC-CQ FROM 1 BY 1 UNTIL AC-CQ > 10
              MOVE "Q"   TO WS-COLUNAS((AC-CQ - 1) * 6 + 2:1)
              MOVE AC-CQ TO WS-COLUNAS((AC-CQ - 1) * 6 + 3:2)
           END-PERFORM.
           EXIT.
      ******************************************************************
      * UMA LINHA DE INSTRUTOR/PERIODO                                 *
      ******************************************************************
       350-LINHA-INSTRUTOR             SECTION.
           MOVE SPACES TO WS-NOME-INS.
           IF WS-GI-INSTRUTOR(AC-CI) = SPACES
              MOVE "(SEM INSTRUTOR)" TO WS-NOME-INS
           ELSE
              PERFORM VARYING AC-CJ FROM 1 BY 1
                      UNTIL AC-CJ > WS-QTDE-INSTRUTORES
                 IF WS-INS-CODIGO(AC-CJ) = WS-GI-INSTRUTOR(AC-CI)
                    MOVE WS-INS-NOME(AC-CJ) TO WS-NOME-INS
                 END-IF
              END-PERFORM
           END-IF.
           MOVE WS-GI-QTDE(AC-CI) TO WS-S-QTDE.
           MOVE SPACES TO WS-COLUNAS.
           IF WS-GI-QTDE(AC-CI) < WS-MINIMO
              STRING " SUPRIMIDO - MENOS DE " WS-S-MINIMO " RESPOSTAS"
                 DELIMITED BY SIZE INTO WS-COLUNAS
           ELSE
              PERFORM VARYING AC-CQ FROM 1 BY 1 UNTIL AC-CQ > 10
                 IF WS-GI-N(AC-CI, AC-CQ) = ZERO
                    MOVE "-" TO WS-COLUNAS((AC-CQ - 1) * 6 + 4:1)
                 ELSE
                    COMPUTE WS-MEDIA ROUNDED =
                       WS-GI-SOMA(AC-CI, AC-CQ) / WS-GI-N(AC-CI, AC-CQ)
                    MOVE WS-MEDIA TO WS-S-MEDIA
                    MOVE WS-S-MEDIA
                       TO WS-COLUNAS((AC-CQ - 1) * 6 + 2:4)
                 END-IF
              END-PERFORM
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING WS-GI-INSTRUTOR(AC-CI) " " WS-NOME-INS " "
              WS-GI-PERIODO(AC-CI) "  " WS-S-QTDE WS-COLUNAS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * UMA LINHA DE PERIODO/TURMA                                     *
      ******************************************************************
       360-LINHA-TURMA                 SECTION.
           MOVE WS-GT-QTDE(AC-CI) TO WS-S-QTDE.
           MOVE SPACES TO WS-COLUNAS.
           IF WS-GT-QTDE(AC-CI) < WS-MINIMO
              STRING " SUPRIMIDO - MENOS DE " WS-S-MINIMO " RESPOSTAS"
                 DELIMITED BY SIZE INTO WS-COLUNAS
           ELSE
              PERFORM VARYING AC-CQ FROM 1 BY 1 UNTIL AC-CQ > 10
                 IF WS-GT-N(AC-CI, AC-CQ) = ZERO
                    MOVE "-" TO WS-COLUNAS((AC-CQ - 1) * 6 + 4:1)
                 ELSE
                    COMPUTE WS-MEDIA ROUNDED =
                       WS-GT-SOMA(AC-CI, AC-CQ) / WS-GT-N(AC-CI, AC-CQ)
                    MOVE WS-MEDIA TO WS-S-MEDIA
                    MOVE WS-S-MEDIA
                       TO WS-COLUNAS((AC-CQ - 1) * 6 + 2:4)
                 END-IF
              END-PERFORM
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING WS-GT-PERIODO(AC-CI) "  " WS-GT-TURMA(AC-CI) " "
              WS-GT-INSTRUTOR(AC-CI) "                      "
              WS-S-QTDE WS-COLUNAS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * UMA LINHA NO RELATORIO                                         *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
       END PROGRAM CAP04AP48.
