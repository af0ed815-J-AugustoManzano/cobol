       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP42.
      *
      * Progresso no programa e diplomas de conclusao: o CAP04AP25
      * certifica uma turma, mas os programas longos (curriculos do
      * CAP04AP41) juntam varias disciplinas cursadas em periodos
      * diferentes. O relatorio de progresso (PROGRES.LST, tambem na
      * tela) mostra, para um estudante e um programa, as disciplinas
      * concluidas (registro "APROVADO" no historico congelado
      * HISTTURM.DAT), as em curso (matricula em TURMAIDX.DAT) e as
      * pendentes, com os creditos somados. A emissao apura no
      * historico todos os estudantes do programa; quem concluiu
      * TODAS as obrigatorias e soma ao menos os creditos minimos
      * recebe o diploma - uma pagina por estudante em DIPLOMA.LST
      * (preservada pela RELGER) - com numero emitido pela mesma
      * mecanica dos certificados: proximo numero de CODIGSEQ.DAT,
      * digito pela DVCALC e emissao gravada em CODIGREG.DAT (origem
      * "D"). O elo diploma-estudante fica em DIPLREG.DAT e um
      * estudante ja diplomado no programa nao recebe outro. A
      * conferencia valida um numero apresentado: digito, emissao,
      * elo e a reavaliacao do estudante sobre o historico.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRIC-FILE ASSIGN TO "CURRIC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUR-STATUS.
           SELECT CURRDISC-FILE ASSIGN TO "CURRDISC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CDI-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTTURM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIS-STATUS.
           SELECT TURMA-IDX-FILE ASSIGN TO "TURMAIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TI-CHAVE
              ALTERNATE RECORD KEY IS TI-NOME WITH DUPLICATES
              FILE STATUS IS WS-IDX-STATUS.
           SELECT SEQUENCIA-FILE ASSIGN TO "CODIGSEQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEQ-STATUS.
           SELECT REGISTRO-FILE ASSIGN TO "CODIGREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REG-STATUS.
           SELECT DIPLREG-FILE ASSIGN TO "DIPLREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DIP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CURRIC-FILE.
       COPY "curric.cpy".
       FD  CURRDISC-FILE.
       COPY "currdisc.cpy".
       FD  HISTORICO-FILE.
       01  HT-REGISTRO.
           05  HT-ANO          PIC 9(4).
           05  HT-TURMA        PIC X(6).
           05  HT-ID           PIC X(9).
           05  HT-NOME         PIC X(25).
           05  HT-NOTA         PIC 99V99 OCCURS 4 TIMES.
           05  HT-MEDIA        PIC 99V99.
           05  HT-SITUACAO     PIC X(20).
           05  HT-DISCIPLINA   PIC X(4).
       FD  TURMA-IDX-FILE.
       COPY "turmaidx.cpy".
       FD  SEQUENCIA-FILE.
       01  SQ-ULTIMO-NUMERO    PIC 9(6).
       FD  REGISTRO-FILE.
       COPY "codigreg.cpy".
       FD  DIPLREG-FILE.
       01  DP-REGISTRO.
           05  DP-CODIGO       PIC X(9).
           05  DP-ID           PIC X(9).
           05  DP-PROGRAMA     PIC X(6).
           05  DP-CREDITOS     PIC 9(3).
           05  DP-DATA         PIC 9(8).
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-ITENS VALUE 60.
       01  WS-TAB-CURRICULO.
           05  WS-CUR-ITEM OCCURS LIMITE-ITENS TIMES.
               10  WS-CI-DISCIPLINA PIC X(4).
               10  WS-CI-TIPO       PIC X.
               10  WS-CI-CREDITOS   PIC 9(2).
       77  WS-QTDE-ITENS       PIC 9(3) VALUE ZERO.
       78  LIMITE-CANDIDATOS VALUE 500.
       01  WS-TAB-CANDIDATOS.
           05  WS-CAND OCCURS LIMITE-CANDIDATOS TIMES.
               10  WS-CA-ID        PIC X(9).
               10  WS-CA-NOME      PIC X(25).
               10  WS-CA-CONCLUIDA PIC X(60).
               10  WS-CA-OK        PIC X.
       77  WS-QTDE-CANDIDATOS  PIC 9(3) VALUE ZERO.
       77  WS-CURSANDO         PIC X(60).
       77  AC-CA               PIC 9(3).
       77  AC-CI               PIC 9(3).
       77  AC-ACHOU            PIC 9(3).
       77  AC-ITEM             PIC 9(3).
       77  WS-CUR-STATUS       PIC XX.
       77  WS-CDI-STATUS       PIC XX.
       77  WS-HIS-STATUS       PIC XX.
       77  WS-IDX-STATUS       PIC XX.
       77  WS-SEQ-STATUS       PIC XX.
       77  WS-REG-STATUS       PIC XX.
       77  WS-DIP-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-FIM-INDICE       PIC X.
       77  WS-OPCAO            PIC X.
       77  WS-PROGRAMA-SEL     PIC X(6).
       77  WS-NOME-PROGRAMA    PIC X(30).
       77  WS-CREDITOS-MIN     PIC 9(3).
       77  WS-ACHOU-PROGRAMA   PIC X.
       77  WS-ID-SEL           PIC X(9).
       77  WS-CRED-CONCLUIDOS  PIC 9(3).
       77  WS-OBRIG-PENDENTES  PIC 9(3).
       77  WS-APTO             PIC X.
       77  WS-SITUACAO-ITEM    PIC X(10).
       77  WS-TIPO-ITEM        PIC X(11).
       77  WS-ULTIMO           PIC 9(6) VALUE ZERO.
       77  WS-PROXIMO          PIC 9(6).
       77  WS-COD-PDV          PIC X(20) VALUE SPACES.
       77  WS-DV               PIC 9.
       77  WS-DV-TAMANHO       PIC 9(3) VALUE 6.
       01  WS-CODIGO-MONTADO.
           05  WS-CM-PARTE-1   PIC X(3).
           05  FILLER          PIC X VALUE ".".
           05  WS-CM-PARTE-2   PIC X(3).
           05  FILLER          PIC X VALUE "-".
           05  WS-CM-DV        PIC 9.
       77  WS-CODIGO-CONFERE   PIC X(9).
       77  WS-ACHOU-REG        PIC X.
       77  WS-ACHOU-DIPL       PIC X.
       77  WS-DVE              PIC X.
       77  WS-TOTAL-EMITIDOS   PIC 9(4) VALUE ZERO.
       77  WS-LINHA            PIC X(80) VALUE SPACES.
       77  WS-IMP-OPCAO        PIC X.
       77  WS-IMP-TEXTO        PIC X(132).
       77  WS-IMP-TOTAL        PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO   PIC X(14).
       77  WS-OPERADOR         PIC X(12).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP04A42".
       77  WS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "------------------------------------"
              DISPLAY "Progresso no Programa e Diplomas"
              DISPLAY "------------------------------------"
              DISPLAY "[R] - Relatorio de progresso do estudante"
              DISPLAY "[E] - Emitir diplomas de um programa"
              DISPLAY "[C] - Conferir diploma pelo numero"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "R"
                    PERFORM 100-RELATORIO-PROGRESSO
                 WHEN "E"
                    PERFORM 300-EMITE-DIPLOMAS
                 WHEN "C"
                    PERFORM 500-CONFERE-DIPLOMA
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * PROGRESSO DE UM ESTUDANTE NO PROGRAMA: CONCLUIDAS, EM CURSO E  *
      * PENDENTES, NA TELA E EM PROGRES.LST                            *
      ******************************************************************
       100-RELATORIO-PROGRESSO         SECTION.
           DISPLAY "Programa ..................: " WITH NO ADVANCING.
           ACCEPT WS-PROGRAMA-SEL.
           MOVE FUNCTION UPPER-CASE(WS-PROGRAMA-SEL) TO WS-PROGRAMA-SEL.
           PERFORM 200-CARREGA-CURRICULO.
           IF WS-ACHOU-PROGRAMA NOT = "S"
              DISPLAY "Programa nao cadastrado (CAP04AP41)."
              EXIT SECTION
           END-IF
           IF WS-QTDE-ITENS = ZERO
              DISPLAY "Programa sem disciplinas no curriculo."
              EXIT SECTION
           END-IF
           DISPLAY "Estudante (codigo) ........: " WITH NO ADVANCING.
           ACCEPT WS-ID-SEL.
           PERFORM 250-APURA-HISTORICO.
           IF WS-QTDE-CANDIDATOS = ZERO
              ADD 1 TO WS-QTDE-CANDIDATOS
              MOVE WS-ID-SEL TO WS-CA-ID(1)
              MOVE SPACES    TO WS-CA-NOME(1)
              MOVE SPACES    TO WS-CA-CONCLUIDA(1)
              MOVE "S"       TO WS-CA-OK(1)
           END-IF
           MOVE 1 TO AC-CA.
           PERFORM 150-APURA-EM-CURSO.
           IF WS-CA-NOME(1) = SPACES
              DISPLAY "Estudante sem registros no historico nem "
                      "no cadastro."
              EXIT SECTION
           END-IF
           PERFORM 280-AVALIA-CANDIDATO.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "PROGRES.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "PROGRESSO DO ESTUDANTE NO PROGRAMA"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "PROGRAMA " WS-PROGRAMA-SEL " - " WS-NOME-PROGRAMA
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 810-LINHA-E-TELA.
           MOVE SPACES TO WS-LINHA.
           STRING "ESTUDANTE " WS-CA-ID(1) " - " WS-CA-NOME(1)
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 810-LINHA-E-TELA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 810-LINHA-E-TELA.
           MOVE "DISC  TIPO        CREDITOS  SITUACAO" TO WS-LINHA.
           PERFORM 810-LINHA-E-TELA.
           PERFORM VARYING AC-ITEM FROM 1 BY 1
                   UNTIL AC-ITEM > WS-QTDE-ITENS
              IF WS-CI-TIPO(AC-ITEM) = "O"
                 MOVE "OBRIGATORIA" TO WS-TIPO-ITEM
              ELSE
                 MOVE "ELETIVA" TO WS-TIPO-ITEM
              END-IF
              EVALUATE TRUE
                 WHEN WS-CA-CONCLUIDA(1)(AC-ITEM:1) = "S"
                    MOVE "CONCLUIDA" TO WS-SITUACAO-ITEM
                 WHEN WS-CURSANDO(AC-ITEM:1) = "S"
                    MOVE "EM CURSO" TO WS-SITUACAO-ITEM
                 WHEN OTHER
                    MOVE "PENDENTE" TO WS-SITUACAO-ITEM
              END-EVALUATE
              MOVE SPACES TO WS-LINHA
              STRING WS-CI-DISCIPLINA(AC-ITEM) "  " WS-TIPO-ITEM
                 " " WS-CI-CREDITOS(AC-ITEM) "        "
                 WS-SITUACAO-ITEM
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 810-LINHA-E-TELA
           END-PERFORM.
           MOVE SPACES TO WS-LINHA.
           PERFORM 810-LINHA-E-TELA.
           MOVE SPACES TO WS-LINHA.
           STRING "CREDITOS CONCLUIDOS: " WS-CRED-CONCLUIDOS
              " DE " WS-CREDITOS-MIN " EXIGIDOS"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 810-LINHA-E-TELA.
           MOVE SPACES TO WS-LINHA.
           STRING "OBRIGATORIAS PENDENTES: " WS-OBRIG-PENDENTES
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 810-LINHA-E-TELA.
           IF WS-APTO = "S"
              MOVE "SITUACAO: APTO AO DIPLOMA DO PROGRAMA" TO WS-LINHA
           ELSE
              MOVE "SITUACAO: PROGRAMA EM ANDAMENTO" TO WS-LINHA
           END-IF.
           PERFORM 810-LINHA-E-TELA.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-QTDE-ITENS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "PROGRES.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           MOVE "PROGRESSO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * DISCIPLINAS EM CURSO: MATRICULAS DO ESTUDANTE NO INDICE        *
      * TURMAIDX.DAT (CHAVE ESTUDANTE + TURMA + DISCIPLINA)            *
      ******************************************************************
       150-APURA-EM-CURSO              SECTION.
           MOVE SPACES TO WS-CURSANDO.
           OPEN INPUT TURMA-IDX-FILE.
           IF WS-IDX-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE WS-CA-ID(AC-CA) TO TI-ID.
           MOVE LOW-VALUES TO TI-TURMA.
           MOVE LOW-VALUES TO TI-DISCIPLINA.
           MOVE "N" TO WS-FIM-INDICE.
           START TURMA-IDX-FILE KEY IS NOT LESS THAN TI-CHAVE
              INVALID KEY
                 MOVE "S" TO WS-FIM-INDICE
           END-START.
           PERFORM UNTIL WS-FIM-INDICE = "S"
              READ TURMA-IDX-FILE NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-INDICE
                 NOT AT END
                    IF TI-ID NOT = WS-CA-ID(AC-CA)
                       MOVE "S" TO WS-FIM-INDICE
                    ELSE
                       IF WS-CA-NOME(AC-CA) = SPACES
                          MOVE TI-NOME TO WS-CA-NOME(AC-CA)
                       END-IF
                       PERFORM VARYING AC-CI FROM 1 BY 1
                               UNTIL AC-CI > WS-QTDE-ITENS
                          IF WS-CI-DISCIPLINA(AC-CI) = TI-DISCIPLINA
                             MOVE "S" TO WS-CURSANDO(AC-CI:1)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TURMA-IDX-FILE.
           EXIT.
      ******************************************************************
      * CURRICULO DO PROGRAMA: CABECALHO EM CURRIC.DAT E DISCIPLINAS   *
      * EM CURRDISC.DAT                                                *
      ******************************************************************
       200-CARREGA-CURRICULO           SECTION.
           MOVE "N" TO WS-ACHOU-PROGRAMA.
           MOVE ZERO TO WS-QTDE-ITENS.
           OPEN INPUT CURRIC-FILE.
           IF WS-CUR-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ CURRIC-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CU-PROGRAMA = WS-PROGRAMA-SEL
                       MOVE "S" TO WS-ACHOU-PROGRAMA
                       MOVE CU-NOME TO WS-NOME-PROGRAMA
                       MOVE CU-CREDITOS-MIN TO WS-CREDITOS-MIN
                       MOVE "S" TO WS-FIM-ARQUIVO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CURRIC-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-ACHOU-PROGRAMA NOT = "S"
              EXIT SECTION
           END-IF
           OPEN INPUT CURRDISC-FILE.
           IF WS-CDI-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ CURRDISC-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CD-PROGRAMA = WS-PROGRAMA-SEL
                       AND WS-QTDE-ITENS < LIMITE-ITENS
                       ADD 1 TO WS-QTDE-ITENS
                       MOVE CD-DISCIPLINA
                          TO WS-CI-DISCIPLINA(WS-QTDE-ITENS)
                       MOVE CD-TIPO TO WS-CI-TIPO(WS-QTDE-ITENS)
                       MOVE CD-CREDITOS
                          TO WS-CI-CREDITOS(WS-QTDE-ITENS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CURRDISC-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * DISCIPLINAS CONCLUIDAS NO HISTORICO CONGELADO: UM CANDIDATO    *
      * POR ESTUDANTE, COM UMA MARCA POR ITEM DO CURRICULO. COM        *
      * WS-ID-SEL PREENCHIDO, SO AQUELE ESTUDANTE E APURADO            *
      ******************************************************************
       250-APURA-HISTORICO             SECTION.
           MOVE ZERO TO WS-QTDE-CANDIDATOS.
           OPEN INPUT HISTORICO-FILE.
           IF WS-HIS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ HISTORICO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF HT-SITUACAO = "APROVADO"
                       AND (WS-ID-SEL = SPACES OR HT-ID = WS-ID-SEL)
                       PERFORM 260-ACUMULA-HISTORICO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HISTORICO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * MARCA A DISCIPLINA APROVADA NO CANDIDATO, SE FIZER PARTE DO    *
      * CURRICULO DO PROGRAMA                                          *
      ******************************************************************
       260-ACUMULA-HISTORICO           SECTION.
           MOVE ZERO TO AC-ITEM.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-ITENS OR AC-ITEM > ZERO
              IF WS-CI-DISCIPLINA(AC-CI) = HT-DISCIPLINA
                 MOVE AC-CI TO AC-ITEM
              END-IF
           END-PERFORM.
           IF AC-ITEM = ZERO
              EXIT SECTION
           END-IF
           MOVE ZERO TO AC-ACHOU.
           PERFORM VARYING AC-CA FROM 1 BY 1
                   UNTIL AC-CA > WS-QTDE-CANDIDATOS OR AC-ACHOU > ZERO
              IF WS-CA-ID(AC-CA) = HT-ID
                 MOVE AC-CA TO AC-ACHOU
              END-IF
           END-PERFORM.
           IF AC-ACHOU = ZERO
              IF WS-QTDE-CANDIDATOS < LIMITE-CANDIDATOS
                 ADD 1 TO WS-QTDE-CANDIDATOS
                 MOVE WS-QTDE-CANDIDATOS TO AC-ACHOU
                 MOVE HT-ID   TO WS-CA-ID(AC-ACHOU)
                 MOVE HT-NOME TO WS-CA-NOME(AC-ACHOU)
                 MOVE SPACES  TO WS-CA-CONCLUIDA(AC-ACHOU)
                 MOVE "S"     TO WS-CA-OK(AC-ACHOU)
              ELSE
                 DISPLAY "Limite de estudantes atingido; estudante "
                    HT-ID " fora da apuracao."
                 EXIT SECTION
              END-IF
           END-IF.
           MOVE "S" TO WS-CA-CONCLUIDA(AC-ACHOU)(AC-ITEM:1).
           EXIT.
      ******************************************************************
      * REGRAS DO PROGRAMA PARA O CANDIDATO AC-CA: TODAS AS            *
      * OBRIGATORIAS CONCLUIDAS E CREDITOS MINIMOS ATINGIDOS           *
      ******************************************************************
       280-AVALIA-CANDIDATO            SECTION.
           MOVE ZERO TO WS-CRED-CONCLUIDOS.
           MOVE ZERO TO WS-OBRIG-PENDENTES.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-ITENS
              IF WS-CA-CONCLUIDA(AC-CA)(AC-CI:1) = "S"
                 ADD WS-CI-CREDITOS(AC-CI) TO WS-CRED-CONCLUIDOS
              ELSE
                 IF WS-CI-TIPO(AC-CI) = "O"
                    ADD 1 TO WS-OBRIG-PENDENTES
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-OBRIG-PENDENTES = ZERO
              AND WS-CRED-CONCLUIDOS NOT < WS-CREDITOS-MIN
              MOVE "S" TO WS-APTO
           ELSE
              MOVE "N" TO WS-APTO
           END-IF.
           EXIT.
      ******************************************************************
      * EMISSAO DOS DIPLOMAS DE UM PROGRAMA: APURA O HISTORICO E       *
      * IMPRIME UMA PAGINA POR ESTUDANTE APTO                          *
      ******************************************************************
       300-EMITE-DIPLOMAS              SECTION.
           DISPLAY "Programa ..................: " WITH NO ADVANCING.
           ACCEPT WS-PROGRAMA-SEL.
           MOVE FUNCTION UPPER-CASE(WS-PROGRAMA-SEL) TO WS-PROGRAMA-SEL.
           PERFORM 200-CARREGA-CURRICULO.
           IF WS-ACHOU-PROGRAMA NOT = "S"
              DISPLAY "Programa nao cadastrado (CAP04AP41)."
              EXIT SECTION
           END-IF
           IF WS-QTDE-ITENS = ZERO
              DISPLAY "Programa sem disciplinas no curriculo."
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-ID-SEL.
           MOVE ZERO TO WS-TOTAL-EMITIDOS.
           PERFORM 250-APURA-HISTORICO.
           IF WS-QTDE-CANDIDATOS = ZERO
              DISPLAY "Nenhum estudante com disciplina do programa "
                      "concluida."
              EXIT SECTION
           END-IF
           PERFORM 350-MARCA-JA-DIPLOMADOS.
           PERFORM 390-LE-SEQUENCIA.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "DIPLOMA.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "DIPLOMA DE CONCLUSAO DE PROGRAMA"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           PERFORM VARYING AC-CA FROM 1 BY 1
                   UNTIL AC-CA > WS-QTDE-CANDIDATOS
              IF WS-CA-OK(AC-CA) = "S"
                 PERFORM 280-AVALIA-CANDIDATO
                 IF WS-APTO = "S"
                    PERFORM 400-EMITE-UM-DIPLOMA
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-EMITIDOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "DIPLOMA.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Diplomas emitidos: " WS-TOTAL-EMITIDOS.
           MOVE "DIPLOMAS" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * ESTUDANTES JA DIPLOMADOS NO PROGRAMA SAEM DA EMISSAO           *
      ******************************************************************
       350-MARCA-JA-DIPLOMADOS         SECTION.
           OPEN INPUT DIPLREG-FILE.
           IF WS-DIP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ DIPLREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF DP-PROGRAMA = WS-PROGRAMA-SEL
                       PERFORM VARYING AC-CA FROM 1 BY 1
                               UNTIL AC-CA > WS-QTDE-CANDIDATOS
                          IF WS-CA-ID(AC-CA) = DP-ID
                             MOVE "N" TO WS-CA-OK(AC-CA)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DIPLREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * ULTIMO NUMERO ATRIBUIDO (CODIGSEQ.DAT), A MESMA SEQUENCIA DO   *
      * CAP06AP11 E DOS CERTIFICADOS                                   *
      ******************************************************************
       390-LE-SEQUENCIA                SECTION.
           MOVE ZERO TO WS-ULTIMO.
           OPEN INPUT SEQUENCIA-FILE.
           IF WS-SEQ-STATUS = "00"
              READ SEQUENCIA-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SQ-ULTIMO-NUMERO TO WS-ULTIMO
              END-READ
              CLOSE SEQUENCIA-FILE
           END-IF.
           EXIT.
      ******************************************************************
      * UM DIPLOMA: NUMERO EMITIDO PELA MECANICA DO CAP06AP11, PAGINA  *
      * IMPRESSA E ELO GRAVADO EM DIPLREG.DAT                          *
      ******************************************************************
       400-EMITE-UM-DIPLOMA            SECTION.
           COMPUTE WS-PROXIMO = WS-ULTIMO + 1.
           MOVE SPACES TO WS-COD-PDV.
           MOVE WS-PROXIMO TO WS-COD-PDV(1:6).
           CALL "DVCALC" USING BY CONTENT WS-COD-PDV,
               BY CONTENT WS-DV-TAMANHO, BY REFERENCE WS-DV.
           MOVE WS-COD-PDV(1:3) TO WS-CM-PARTE-1.
           MOVE WS-COD-PDV(4:3) TO WS-CM-PARTE-2.
           MOVE WS-DV           TO WS-CM-DV.
           MOVE WS-PROXIMO TO WS-ULTIMO.
           MOVE WS-ULTIMO TO SQ-ULTIMO-NUMERO.
           OPEN OUTPUT SEQUENCIA-FILE.
           WRITE SQ-ULTIMO-NUMERO.
           CLOSE SEQUENCIA-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-CODIGO-MONTADO TO CG-CODIGO.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO CG-DATA.
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO CG-HORA.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           MOVE WS-OPERADOR TO CG-OPERADOR.
           MOVE "D" TO CG-ORIGEM.
           MOVE "A" TO CG-SITUACAO.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO CG-SIT-DATA.
           MOVE WS-OPERADOR TO CG-SIT-OPERADOR.
           MOVE SPACES TO CG-PARCEIRO.
           MOVE ZERO TO CG-BLOCO.
           MOVE SPACES TO CG-COD-PARCEIRO.
           OPEN EXTEND REGISTRO-FILE.
           IF WS-REG-STATUS = "35"
              OPEN OUTPUT REGISTRO-FILE
           END-IF
           WRITE CG-REGISTRO.
           CLOSE REGISTRO-FILE.
           MOVE WS-CODIGO-MONTADO  TO DP-CODIGO.
           MOVE WS-CA-ID(AC-CA)    TO DP-ID.
           MOVE WS-PROGRAMA-SEL    TO DP-PROGRAMA.
           MOVE WS-CRED-CONCLUIDOS TO DP-CREDITOS.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO DP-DATA.
           OPEN EXTEND DIPLREG-FILE.
           IF WS-DIP-STATUS = "35"
              OPEN OUTPUT DIPLREG-FILE
           END-IF
           WRITE DP-REGISTRO.
           CLOSE DIPLREG-FILE.
           PERFORM 450-IMPRIME-PAGINA.
           ADD 1 TO WS-TOTAL-EMITIDOS.
           EXIT.
      ******************************************************************
      * PAGINA FORMATADA DO DIPLOMA, UMA POR ESTUDANTE                 *
      ******************************************************************
       450-IMPRIME-PAGINA              SECTION.
           IF WS-TOTAL-EMITIDOS > ZERO
              MOVE "P" TO WS-IMP-OPCAO
              CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
                 WS-IMP-TOTAL
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING "DIPLOMA NR .........: " WS-CODIGO-MONTADO
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "CERTIFICAMOS QUE O(A) ESTUDANTE" TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "  " WS-CA-NOME(AC-CA) "  (" WS-CA-ID(AC-CA) ")"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CONCLUIU O PROGRAMA " WS-PROGRAMA-SEL " - "
              WS-NOME-PROGRAMA
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CREDITOS CONCLUIDOS: " WS-CRED-CONCLUIDOS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "EMITIDO EM " WS-DATA-HORA-SISTEMA(7:2) "/"
              WS-DATA-HORA-SISTEMA(5:2) "/" WS-DATA-HORA-SISTEMA(1:4)
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * CONFERENCIA DE UM NUMERO APRESENTADO: DIGITO, EMISSAO, ELO E   *
      * REAVALIACAO DO ESTUDANTE NO PROGRAMA                           *
      ******************************************************************
       500-CONFERE-DIPLOMA             SECTION.
           DISPLAY "Numero do diploma (999.999-9): "
              WITH NO ADVANCING.
           ACCEPT WS-CODIGO-CONFERE.
           MOVE SPACES TO WS-COD-PDV.
           MOVE WS-CODIGO-CONFERE(1:3) TO WS-COD-PDV(1:3).
           MOVE WS-CODIGO-CONFERE(5:3) TO WS-COD-PDV(4:3).
           CALL "DVCALC" USING BY CONTENT WS-COD-PDV,
               BY CONTENT WS-DV-TAMANHO, BY REFERENCE WS-DV.
           MOVE WS-CODIGO-CONFERE(9:1) TO WS-DVE.
           IF WS-DVE NOT = WS-DV
              DISPLAY "Digito verificador NAO confere; diploma "
                      "invalido."
              MOVE "DIPLOMA INVALIDO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              EXIT SECTION
           END-IF
           PERFORM 550-PROCURA-EMISSAO.
           IF WS-ACHOU-REG NOT = "S"
              DISPLAY "Numero bem formado porem NUNCA emitido; "
                      "diploma invalido."
              MOVE "DIPLOMA INVALIDO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              EXIT SECTION
           END-IF
           PERFORM 560-PROCURA-ELO.
           IF WS-ACHOU-DIPL NOT = "S"
              DISPLAY "Numero emitido, mas nao e de diploma; "
                      "conferencia recusada."
              MOVE "DIPLOMA INVALIDO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              EXIT SECTION
           END-IF
           MOVE DP-PROGRAMA TO WS-PROGRAMA-SEL.
           MOVE DP-ID       TO WS-ID-SEL.
           PERFORM 200-CARREGA-CURRICULO.
           PERFORM 250-APURA-HISTORICO.
           MOVE "N" TO WS-APTO.
           IF WS-ACHOU-PROGRAMA = "S" AND WS-QTDE-CANDIDATOS > ZERO
              MOVE 1 TO AC-CA
              PERFORM 280-AVALIA-CANDIDATO
           END-IF
           IF WS-APTO = "S"
              DISPLAY "DIPLOMA CONFIRMADO:"
              DISPLAY "  Estudante: " DP-ID
              DISPLAY "  Programa : " DP-PROGRAMA " - "
                 WS-NOME-PROGRAMA
              DISPLAY "  Emitido .: " DP-DATA
              MOVE "DIPLOMA CONFIRMADO" TO WS-RESULTADO
           ELSE
              DISPLAY "ATENCAO: o historico do estudante NAO "
                      "sustenta o diploma."
              MOVE "DIPLOMA DIVERGENTE" TO WS-RESULTADO
           END-IF
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * O NUMERO CONSTA DO REGISTRO DE EMISSOES (CODIGREG.DAT)?        *
      ******************************************************************
       550-PROCURA-EMISSAO             SECTION.
           MOVE "N" TO WS-ACHOU-REG.
           OPEN INPUT REGISTRO-FILE.
           IF WS-REG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ REGISTRO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CG-CODIGO = WS-CODIGO-CONFERE
                       MOVE "S" TO WS-ACHOU-REG
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REGISTRO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * ELO DIPLOMA-ESTUDANTE EM DIPLREG.DAT                           *
      ******************************************************************
       560-PROCURA-ELO                 SECTION.
           MOVE "N" TO WS-ACHOU-DIPL.
           OPEN INPUT DIPLREG-FILE.
           IF WS-DIP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ DIPLREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF DP-CODIGO = WS-CODIGO-CONFERE
                       MOVE "S" TO WS-ACHOU-DIPL
                       MOVE "S" TO WS-FIM-ARQUIVO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DIPLREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * ENVIO DE UMA LINHA AO SERVICO DE PAGINACAO                     *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
      ******************************************************************
      * LINHA DO RELATORIO DE PROGRESSO, IMPRESSA E MOSTRADA NA TELA   *
      ******************************************************************
       810-LINHA-E-TELA                SECTION.
           DISPLAY WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
       END PROGRAM CAP04AP42.
