       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP47.
      *
      * Bloqueio financeiro do estudante (COORDENACAO): o servico
      * FINBLOQ poe em bloqueio quem tem mensalidade vencida ha mais
      * dias que a tolerancia INADIMP-DIAS de SYSCFG.DAT, e enquanto
      * durar o bloqueio o certificado (CAP04AP25), o historico
      * escolar (CAP04AP26) e a matricula nova (CAP04AP02/CAP04AP17)
      * sao recusados - o quiosque (CAP04AP35) manda o estudante
      * procurar a secretaria. Esta tela e a saida controlada:
      *    [C] consulta a situacao de um estudante e as mensalidades
      *        vencidas dele;
      *    [L] libera o estudante para uma acao (CERT, HIST, MATR ou
      *        TODA) ate uma data de validade, com motivo obrigatorio;
      *        a liberacao fica em FINBLOQ.DAT, onde o servico tambem
      *        registra cada uso e cada recusa;
      *    [R] relatorio de bloqueios e liberacoes (BLOQFIN.LST, via
      *        IMPRIME/RELGER): os estudantes em bloqueio hoje e todas
      *        as liberacoes, usos e recusas registrados.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CMP-STATUS.
           SELECT FINBLOQ-FILE ASSIGN TO "FINBLOQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FB-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TURMA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPROM-FILE.
       01  CP-REGISTRO.
           05  CP-CODIGO       PIC X(8).
           05  CP-DESCRICAO    PIC X(30).
           05  CP-VENCIMENTO   PIC X(10).
           05  CP-VALOR        PIC 9(7)V99.
           05  CP-RESPONSAVEL  PIC X(12).
           05  CP-SITUACAO     PIC X.
           05  CP-DIRECAO      PIC X.
           05  CP-MOEDA        PIC X(3).
           05  CP-TAXA-ORIG    PIC 9(2)V9(6).
           05  CP-DATA-ORIG    PIC 9(8).
           05  CP-UNIDADE      PIC X(3).
       FD  FINBLOQ-FILE.
       COPY "finbloq.cpy".
       FD  TURMA-FILE.
       COPY "turma.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-DEVEDORES VALUE 500.
       01  WS-TAB-DEVEDORES.
           05  WS-DEV-ID PIC X(9) OCCURS LIMITE-DEVEDORES TIMES.
       77  WS-QTDE-DEVEDORES   PIC 9(3) VALUE ZERO.
       77  WS-TABELA-CHEIA     PIC X VALUE "N".
       78  LIMITE-ALUNOS VALUE 1000.
       01  WS-TAB-ALUNOS.
           05  WS-ALU-ENTRADA OCCURS LIMITE-ALUNOS TIMES.
               10  WS-ALU-ID       PIC X(9).
               10  WS-ALU-NOME     PIC X(25).
       77  WS-QTDE-ALUNOS      PIC 9(4) VALUE ZERO.
       77  AC-CI               PIC 9(4).
       77  WS-CMP-STATUS       PIC XX.
       77  WS-FB-STATUS        PIC XX.
       77  WS-TURMA-STATUS     PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-OPCAO            PIC X.
       77  WS-ID-SEL           PIC X(9).
       77  WS-NOME-SEL         PIC X(25).
       77  WS-ACAO             PIC X(4).
       77  WS-FB-OPCAO         PIC X.
       77  WS-FB-SITUACAO      PIC X.
       77  WS-FB-DIAS          PIC 9(4).
       77  WS-FB-VALOR         PIC 9(7)V99.
       77  WS-ENTRA-DATA       PIC X(10).
       77  WS-SAIDA-DATA       PIC X(10).
       77  WS-MOTIVO-DATA      PIC X(40).
       77  WS-VALIDADE         PIC 9(8).
       77  WS-HOJE             PIC 9(8).
       77  WS-MOTIVO           PIC X(30).
       77  WS-OPERADOR         PIC X(12).
       77  WS-QTDE-BLOQUEADOS  PIC 9(4).
       77  WS-QTDE-REGISTROS   PIC 9(5).
       77  WS-TIPO-TEXTO       PIC X(10).
       77  WS-S-DIAS           PIC ZZZ9.
       77  WS-S-VALOR          PIC Z,ZZZ,ZZ9.99.
       77  WS-S-VALIDADE       PIC X(10).
       77  WS-LINHA            PIC X(132).
       77  WS-IMP-OPCAO        PIC X.
       77  WS-IMP-TEXTO        PIC X(132).
       77  WS-IMP-TOTAL        PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO   PIC X(14).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP04A47".
       77  WS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "-----------------------------------"
              DISPLAY "Bloqueio Financeiro do Estudante"
              DISPLAY "-----------------------------------"
              DISPLAY "[C] - Consultar um estudante"
              DISPLAY "[L] - Liberar estudante bloqueado"
              DISPLAY "[R] - Relatorio de bloqueios e liberacoes"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "C"
                    PERFORM 100-CONSULTA
                 WHEN "L"
                    PERFORM 200-LIBERA
                 WHEN "R"
                    PERFORM 300-RELATORIO
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * SITUACAO DE UM ESTUDANTE E AS MENSALIDADES VENCIDAS DELE       *
      ******************************************************************
       100-CONSULTA                    SECTION.
           DISPLAY "ID do estudante: " WITH NO ADVANCING.
           ACCEPT WS-ID-SEL.
           MOVE "C" TO WS-FB-OPCAO.
           MOVE SPACES TO WS-ACAO.
           CALL "FINBLOQ" USING WS-FB-OPCAO, WS-ID-SEL, WS-ACAO,
              WS-FB-SITUACAO, WS-FB-DIAS, WS-FB-VALOR.
           MOVE WS-FB-DIAS  TO WS-S-DIAS.
           MOVE WS-FB-VALOR TO WS-S-VALOR.
           IF WS-FB-SITUACAO = "B"
              DISPLAY "Situacao: EM BLOQUEIO FINANCEIRO"
           ELSE
              DISPLAY "Situacao: sem bloqueio"
           END-IF.
           DISPLAY "Maior atraso (dias): " WS-S-DIAS
              "   Total vencido: " WS-S-VALOR.
           OPEN INPUT COMPROM-FILE.
           IF WS-CMP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           DISPLAY "CODIGO   VENCIMENTO         VALOR  DESCRICAO".
           PERFORM UNTIL WS-FIM-OK
              READ COMPROM-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CP-SITUACAO = "A"
                       AND CP-DESCRICAO(1:12) = "MENSALIDADE "
                       AND CP-DESCRICAO(20:9) = WS-ID-SEL
                       MOVE CP-VALOR TO WS-S-VALOR
                       DISPLAY CP-CODIGO " " CP-VENCIMENTO " "
                          WS-S-VALOR "  " CP-DESCRICAO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * LIBERACAO DA COORDENACAO PARA UMA ACAO, ATE A VALIDADE         *
      ******************************************************************
       200-LIBERA                      SECTION.
           DISPLAY "ID do estudante: " WITH NO ADVANCING.
           ACCEPT WS-ID-SEL.
           MOVE "C" TO WS-FB-OPCAO.
           MOVE SPACES TO WS-ACAO.
           CALL "FINBLOQ" USING WS-FB-OPCAO, WS-ID-SEL, WS-ACAO,
              WS-FB-SITUACAO, WS-FB-DIAS, WS-FB-VALOR.
           IF WS-FB-SITUACAO NOT = "B"
              DISPLAY "Estudante sem bloqueio financeiro; nada a "
                      "liberar."
              EXIT SECTION
           END-IF
           MOVE WS-FB-DIAS  TO WS-S-DIAS.
           MOVE WS-FB-VALOR TO WS-S-VALOR.
           DISPLAY "Em bloqueio: atraso de " WS-S-DIAS " dia(s), "
              WS-S-VALOR " vencido.".
           DISPLAY "Acao (CERT/HIST/MATR/TODA): " WITH NO ADVANCING.
           ACCEPT WS-ACAO.
           MOVE FUNCTION UPPER-CASE(WS-ACAO) TO WS-ACAO.
           IF WS-ACAO NOT = "CERT" AND WS-ACAO NOT = "HIST"
              AND WS-ACAO NOT = "MATR" AND WS-ACAO NOT = "TODA"
              DISPLAY "Acao invalida."
              EXIT SECTION
           END-IF
           DISPLAY "Valida ate (DD/MM/AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ENTRA-DATA.
           CALL "C0602DAT" USING BY CONTENT WS-ENTRA-DATA,
               BY REFERENCE WS-SAIDA-DATA, BY REFERENCE WS-MOTIVO-DATA,
               BY CONTENT "B".
           IF WS-SAIDA-DATA = "**/**/****"
              DISPLAY "Validade invalida: " WS-MOTIVO-DATA
              EXIT SECTION
           END-IF
           MOVE WS-SAIDA-DATA(7:4) TO WS-VALIDADE(1:4).
           MOVE WS-SAIDA-DATA(4:2) TO WS-VALIDADE(5:2).
           MOVE WS-SAIDA-DATA(1:2) TO WS-VALIDADE(7:2).
           CALL "DATANEG" USING BY CONTENT "C", BY REFERENCE WS-HOJE.
           IF WS-VALIDADE < WS-HOJE
              DISPLAY "Validade anterior a data de hoje."
              EXIT SECTION
           END-IF
           DISPLAY "Motivo da liberacao: " WITH NO ADVANCING.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
              DISPLAY "Motivo obrigatorio; liberacao cancelada."
              EXIT SECTION
           END-IF
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           MOVE "L"          TO FB-TIPO.
           MOVE WS-ID-SEL    TO FB-ID.
           MOVE WS-ACAO      TO FB-ACAO.
           MOVE WS-HOJE      TO FB-DATA.
           MOVE WS-VALIDADE  TO FB-VALIDADE.
           MOVE WS-FB-DIAS   TO FB-DIAS.
           MOVE WS-FB-VALOR  TO FB-VALOR.
           MOVE WS-OPERADOR  TO FB-OPERADOR.
           MOVE WS-MOTIVO    TO FB-MOTIVO.
           OPEN EXTEND FINBLOQ-FILE.
           IF WS-FB-STATUS = "35"
              OPEN OUTPUT FINBLOQ-FILE
           END-IF
           WRITE FB-REGISTRO.
           CLOSE FINBLOQ-FILE.
           DISPLAY "Liberacao registrada.".
           MOVE SPACES TO WS-RESULTADO.
           STRING "LIBERA " WS-ID-SEL DELIMITED BY SIZE
              INTO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * RELATORIO DE BLOQUEIOS E LIBERACOES (BLOQFIN.LST)              *
      ******************************************************************
       300-RELATORIO                   SECTION.
           PERFORM 310-CARREGA-DEVEDORES.
           IF WS-TABELA-CHEIA = "S"
              DISPLAY "Devedores excedem a capacidade da tabela; "
                      "relatorio cancelado."
              EXIT SECTION
           END-IF
           PERFORM 320-CARREGA-NOMES.
           MOVE ZERO TO WS-QTDE-BLOQUEADOS WS-QTDE-REGISTROS.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "BLOQFIN.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "BLOQUEIOS FINANCEIROS E LIBERACOES"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "ESTUDANTES EM BLOQUEIO" TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "ID         NOME                       ATRASO"
              "         VENCIDO" DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "C" TO WS-FB-OPCAO.
           MOVE SPACES TO WS-ACAO.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-DEVEDORES
              CALL "FINBLOQ" USING WS-FB-OPCAO, WS-DEV-ID(AC-CI),
                 WS-ACAO, WS-FB-SITUACAO, WS-FB-DIAS, WS-FB-VALOR
              IF WS-FB-SITUACAO = "B"
                 ADD 1 TO WS-QTDE-BLOQUEADOS
                 MOVE WS-DEV-ID(AC-CI) TO WS-ID-SEL
                 PERFORM 330-NOME-DO-ESTUDANTE
                 MOVE WS-FB-DIAS  TO WS-S-DIAS
                 MOVE WS-FB-VALOR TO WS-S-VALOR
                 MOVE SPACES TO WS-LINHA
                 STRING WS-ID-SEL "  " WS-NOME-SEL "  " WS-S-DIAS
                    "  " WS-S-VALOR
                    DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 800-IMPRIME-LINHA
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LINHA.
           STRING "ESTUDANTES EM BLOQUEIO: " WS-QTDE-BLOQUEADOS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "LIBERACOES, USOS E RECUSAS" TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "REGISTRO   ID         ACAO DATA     VALIDADE   "
              "ATRASO  OPERADOR     MOTIVO"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           OPEN INPUT FINBLOQ-FILE.
           IF WS-FB-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ FINBLOQ-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       PERFORM 350-IMPRIME-REGISTRO
                 END-READ
              END-PERFORM
              CLOSE FINBLOQ-FILE
              MOVE "N" TO WS-FIM-ARQUIVO
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING "REGISTROS DE LIBERACAO/USO/RECUSA: "
              WS-QTDE-REGISTROS DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-QTDE-BLOQUEADOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "BLOQFIN.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Estudantes em bloqueio: " WS-QTDE-BLOQUEADOS.
           DISPLAY "Saida gravada em BLOQFIN.LST.".
           MOVE "RELATORIO BLOQUEIO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * ESTUDANTES DISTINTOS COM MENSALIDADE EM ABERTO                 *
      ******************************************************************
       310-CARREGA-DEVEDORES           SECTION.
           MOVE ZERO TO WS-QTDE-DEVEDORES.
           MOVE "N" TO WS-TABELA-CHEIA.
           OPEN INPUT COMPROM-FILE.
           IF WS-CMP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ COMPROM-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CP-SITUACAO = "A"
                       AND CP-DESCRICAO(1:12) = "MENSALIDADE "
                       PERFORM 315-REGISTRA-DEVEDOR
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM ESTUDANTE DEVEDOR NA LISTA, SEM REPETIR                     *
      ******************************************************************
       315-REGISTRA-DEVEDOR            SECTION.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-DEVEDORES
              IF WS-DEV-ID(AC-CI) = CP-DESCRICAO(20:9)
                 EXIT SECTION
              END-IF
           END-PERFORM.
           IF WS-QTDE-DEVEDORES < LIMITE-DEVEDORES
              ADD 1 TO WS-QTDE-DEVEDORES
              MOVE CP-DESCRICAO(20:9) TO WS-DEV-ID(WS-QTDE-DEVEDORES)
           ELSE
              MOVE "S" TO WS-TABELA-CHEIA
           END-IF.
           EXIT.
      ******************************************************************
      * NOMES DOS ESTUDANTES MATRICULADOS (TURMA.DAT)                  *
      ******************************************************************
       320-CARREGA-NOMES               SECTION.
           MOVE ZERO TO WS-QTDE-ALUNOS.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ TURMA-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-ALUNOS < LIMITE-ALUNOS
                       ADD 1 TO WS-QTDE-ALUNOS
                       MOVE TR-ID   TO WS-ALU-ID(WS-QTDE-ALUNOS)
                       MOVE TR-NOME TO WS-ALU-NOME(WS-QTDE-ALUNOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TURMA-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * NOME DO ESTUDANTE WS-ID-SEL (EM BRANCO SE JA SAIU DO CADASTRO) *
      ******************************************************************
       330-NOME-DO-ESTUDANTE           SECTION.
           MOVE SPACES TO WS-NOME-SEL.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-ALUNOS
              IF WS-ALU-ID(AC-CI) = WS-ID-SEL
                 MOVE WS-ALU-NOME(AC-CI) TO WS-NOME-SEL
                 EXIT SECTION
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * UMA LINHA DE LIBERACAO, USO OU RECUSA                          *
      ******************************************************************
       350-IMPRIME-REGISTRO            SECTION.
           ADD 1 TO WS-QTDE-REGISTROS.
           EVALUATE TRUE
              WHEN FB-LIBERACAO
                 MOVE "LIBERACAO" TO WS-TIPO-TEXTO
              WHEN FB-USO
                 MOVE "USO LIBER." TO WS-TIPO-TEXTO
              WHEN OTHER
                 MOVE "RECUSA" TO WS-TIPO-TEXTO
           END-EVALUATE.
           MOVE SPACES TO WS-S-VALIDADE.
           IF FB-LIBERACAO
              MOVE FB-VALIDADE TO WS-S-VALIDADE
           END-IF.
           MOVE FB-DIAS TO WS-S-DIAS.
           MOVE SPACES TO WS-LINHA.
           STRING WS-TIPO-TEXTO " " FB-ID "  " FB-ACAO " " FB-DATA " "
              WS-S-VALIDADE " " WS-S-DIAS "  " FB-OPERADOR " "
              FB-MOTIVO DELIMITED BY SIZE INTO WS-LINHA.
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
       END PROGRAM CAP04AP47.
