       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP03AP12.
      *
      * Recomendacao de turma pelo teste de nivelamento (COORDENACAO):
      * para cada candidato com tentativa pendente em NIVELAM.DAT
      * (CAP03AP11; vale a tentativa mais recente de cada codigo),
      * procura em CAPACREG.DAT as turmas do nivel calculado (CP-NIVEL,
      * definido no CAP04AP28) e confere a capacidade de cada uma pelo
      * TURMAVAG: a primeira com vaga e a recomendada para matricula;
      * sem vaga em nenhuma, a primeira do nivel e recomendada para a
      * fila de espera. O relatorio sai em NIVELAM.LST (IMPRIME/
      * RELGER) e a opcao [D] percorre os pendentes para a
      * coordenacao matricular (registro novo em TURMA.DAT sob a
      * trava, com o mestre refeito pelo CAP04AP05, como no CAP04AP02)
      * ou enfileirar (TURMAVAG "E") na turma recomendada. A decisao
      * fica gravada na tentativa e vai para AUDITLOG.DAT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NIVELAM-FILE ASSIGN TO "NIVELAM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NIV-STATUS.
           SELECT CAPAC-FILE ASSIGN TO "CAPACREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAP-STATUS.
           SELECT TURMA-FILE ASSIGN TO DYNAMIC WS-NOME-TURMA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TURMA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NIVELAM-FILE.
       COPY "nivelam.cpy".
       FD  CAPAC-FILE.
       COPY "capacreg.cpy".
       FD  TURMA-FILE.
       COPY "turma.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-TENTATIVAS VALUE 500.
       78  LIMITE-TURMAS VALUE 50.
       01  WS-TAB-TENTATIVAS.
           05  WS-NIV-REG PIC X(88) OCCURS LIMITE-TENTATIVAS TIMES.
       77  WS-QTDE-NIV    PIC 9(3) VALUE ZERO.
       01  WS-TAB-CAPAC.
           05  WS-CAP-REG PIC X(13) OCCURS LIMITE-TURMAS TIMES.
       77  WS-QTDE-CAPAC  PIC 9(2) VALUE ZERO.
       77  AC-CI          PIC 9(3).
       77  AC-CJ          PIC 9(3).
       77  AC-TU          PIC 9(2).
       77  WS-NIV-STATUS  PIC XX.
       77  WS-CAP-STATUS  PIC XX.
       77  WS-TURMA-STATUS PIC XX.
       77  WS-NOME-TURMA  PIC X(30) VALUE "TURMA.DAT".
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-TRANSBORDO  PIC X VALUE "N".
       77  WS-OPCAO       PIC X.
       77  WS-DECISAO     PIC X.
       77  WS-VALIDA      PIC X.
       77  WS-JA-MATRICULADO PIC X.
       77  WS-MATRICULOU  PIC X.
       77  WS-TURMA-REC   PIC X(6).
       77  WS-TEM-VAGA    PIC X.
       77  WS-RECOMENDACAO PIC X(18).
       77  WS-CAPAC-REC   PIC 9(3).
       77  WS-OCUP-REC    PIC 9(3).
       77  WS-VAG-OPCAO   PIC X.
       77  WS-VAG-TURMA   PIC X(6).
       77  WS-VAG-ID      PIC X(9).
       77  WS-VAG-NOME    PIC X(25).
       77  WS-VAG-CAPAC   PIC 9(3).
       77  WS-VAG-OCUP    PIC 9(3).
       77  WS-QTDE-PENDENTES PIC 9(3).
       77  WS-DATA-NEG    PIC 9(8).
       77  WS-OPERADOR    PIC X(12).
       77  WS-LINHA       PIC X(132) VALUE SPACES.
       77  WS-IMP-OPCAO   PIC X.
       77  WS-IMP-TEXTO   PIC X(132).
       77  WS-IMP-TOTAL   PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO PIC X(14).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP03A12".
       77  WS-RESULTADO   PIC X(20).
       77  WS-TRAVA-NOME  PIC X(12) VALUE "TURMA".
       77  WS-TRAVA-RESULT PIC X(4).
       77  WS-TRAVA-DETENTOR PIC X(30).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
      *    Sessao de treinamento matricula na copia de pratica
      *    (ARQNOME), como o CAP04AP02; a fila ja segue o TURMAVAG.
           MOVE "TURMA.DAT" TO WS-NOME-TURMA.
           CALL "ARQNOME" USING WS-NOME-TURMA.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           PERFORM 100-CARREGA-TABELAS.
           IF WS-TRANSBORDO = "S"
              DISPLAY "NIVELAM.DAT excede a capacidade da tabela; "
                      "decisoes desabilitadas."
           END-IF
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "-----------------------------------"
              DISPLAY "Nivelamento - Recomendacao de Turma"
              DISPLAY "-----------------------------------"
              DISPLAY "[R] - Relatorio de recomendacoes (NIVELAM.LST)"
              DISPLAY "[D] - Decidir candidatos pendentes"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "R"
                    PERFORM 400-RELATORIO
                 WHEN "D"
                    IF WS-TRANSBORDO = "S"
                       DISPLAY "Decisoes desabilitadas (transbordo)."
                    ELSE
                       PERFORM 500-DECIDE-PENDENTES
                    END-IF
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * CARGA DAS TENTATIVAS E DAS TURMAS COM CAPACIDADE/NIVEL         *
      ******************************************************************
       100-CARREGA-TABELAS             SECTION.
           MOVE ZERO TO WS-QTDE-NIV WS-QTDE-CAPAC WS-IMP-TOTAL.
           MOVE "N" TO WS-FIM-ARQUIVO WS-TRANSBORDO.
           OPEN INPUT NIVELAM-FILE.
           IF WS-NIV-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ NIVELAM-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-NIV < LIMITE-TENTATIVAS
                          ADD 1 TO WS-QTDE-NIV
                          MOVE NV-REGISTRO TO WS-NIV-REG(WS-QTDE-NIV)
                       ELSE
                          MOVE "S" TO WS-TRANSBORDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NIVELAM-FILE
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT CAPAC-FILE.
           IF WS-CAP-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ CAPAC-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-CAPAC < LIMITE-TURMAS
                          ADD 1 TO WS-QTDE-CAPAC
                          MOVE CP-REGISTRO
                             TO WS-CAP-REG(WS-QTDE-CAPAC)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAPAC-FILE
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * A TENTATIVA AC-CI CONTA SE ESTA PENDENTE E NAO HA OUTRA MAIS   *
      * RECENTE DO MESMO CANDIDATO                                     *
      ******************************************************************
       200-TENTATIVA-VALIDA            SECTION.
           MOVE "N" TO WS-VALIDA.
           MOVE WS-NIV-REG(AC-CI) TO NV-REGISTRO.
           IF NOT NV-PENDENTE
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-CJ FROM AC-CI BY 1
                   UNTIL AC-CJ >= WS-QTDE-NIV
              IF WS-NIV-REG(AC-CJ + 1)(1:9) = NV-ID
                 EXIT SECTION
              END-IF
           END-PERFORM.
           MOVE "S" TO WS-VALIDA.
           EXIT.
      ******************************************************************
      * TURMA RECOMENDADA PARA O NIVEL DE NV-REGISTRO: A PRIMEIRA DO   *
      * NIVEL COM VAGA (TURMAVAG "C"); SEM VAGA, A PRIMEIRA DO NIVEL   *
      ******************************************************************
       300-RECOMENDA-TURMA             SECTION.
           MOVE SPACES TO WS-TURMA-REC.
           MOVE "N" TO WS-TEM-VAGA.
           MOVE ZERO TO WS-CAPAC-REC WS-OCUP-REC.
           MOVE "SEM TURMA DO NIVEL" TO WS-RECOMENDACAO.
           MOVE "C" TO WS-VAG-OPCAO.
           PERFORM VARYING AC-TU FROM 1 BY 1
                   UNTIL AC-TU > WS-QTDE-CAPAC OR WS-TEM-VAGA = "S"
              MOVE WS-CAP-REG(AC-TU) TO CP-REGISTRO
              IF CP-NIVEL = NV-NIVEL
                 MOVE CP-TURMA TO WS-VAG-TURMA
                 CALL "TURMAVAG" USING WS-VAG-OPCAO, WS-VAG-TURMA,
                    WS-VAG-ID, WS-VAG-NOME, WS-VAG-CAPAC, WS-VAG-OCUP
                 IF WS-VAG-OCUP < WS-VAG-CAPAC
                    MOVE "S" TO WS-TEM-VAGA
                 END-IF
                 IF WS-TURMA-REC = SPACES OR WS-TEM-VAGA = "S"
                    MOVE CP-TURMA    TO WS-TURMA-REC
                    MOVE WS-VAG-CAPAC TO WS-CAPAC-REC
                    MOVE WS-VAG-OCUP  TO WS-OCUP-REC
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-TEM-VAGA = "S"
              MOVE "MATRICULAR" TO WS-RECOMENDACAO
           ELSE
              IF WS-TURMA-REC NOT = SPACES
                 MOVE "FILA DE ESPERA" TO WS-RECOMENDACAO
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * LINHA DE UM CANDIDATO: TENTATIVA, NIVEL E RECOMENDACAO         *
      ******************************************************************
       350-MONTA-LINHA                 SECTION.
           MOVE SPACES TO WS-LINHA.
           STRING NV-ID " " NV-NOME " " NV-DATA " "
                  NV-ACERTOS "/16 " NV-ACERTOS-FAIXA(1)
                  NV-ACERTOS-FAIXA(2) NV-ACERTOS-FAIXA(3)
                  NV-ACERTOS-FAIXA(4) "    " NV-NIVEL "   "
                  WS-TURMA-REC " " WS-OCUP-REC "/" WS-CAPAC-REC " "
                  WS-RECOMENDACAO
              DELIMITED BY SIZE INTO WS-LINHA.
           EXIT.
      ******************************************************************
      * RELATORIO DE RECOMENDACOES DOS CANDIDATOS PENDENTES            *
      ******************************************************************
       400-RELATORIO                   SECTION.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "NIVELAM.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "RECOMENDACAO DE TURMA PELO TESTE DE NIVELAMENTO"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "CODIGO    NOME                      DATA     "
                  "ACERTOS FAIXAS NIVEL TURMA  OCUP/CAP RECOMENDACAO"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE ZERO TO WS-QTDE-PENDENTES.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-NIV
              PERFORM 200-TENTATIVA-VALIDA
              IF WS-VALIDA = "S"
                 ADD 1 TO WS-QTDE-PENDENTES
                 PERFORM 300-RECOMENDA-TURMA
                 PERFORM 350-MONTA-LINHA
                 PERFORM 800-IMPRIME-LINHA
              END-IF
           END-PERFORM.
           IF WS-QTDE-PENDENTES = ZERO
              MOVE "  (nenhum candidato pendente)" TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-QTDE-PENDENTES TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "NIVELAM.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Candidatos pendentes: " WS-QTDE-PENDENTES
              "; relatorio gravado em NIVELAM.LST.".
           EXIT.
      ******************************************************************
      * DECISAO CANDIDATO A CANDIDATO: MATRICULAR, FILA OU PULAR       *
      ******************************************************************
       500-DECIDE-PENDENTES            SECTION.
           MOVE ZERO TO WS-QTDE-PENDENTES.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-NIV
              PERFORM 200-TENTATIVA-VALIDA
              IF WS-VALIDA = "S"
                 ADD 1 TO WS-QTDE-PENDENTES
                 PERFORM 300-RECOMENDA-TURMA
                 PERFORM 350-MONTA-LINHA
                 DISPLAY WS-LINHA(1:110)
                 PERFORM 550-DECIDE-UM
              END-IF
           END-PERFORM.
           IF WS-QTDE-PENDENTES = ZERO
              DISPLAY "Nenhum candidato pendente."
           END-IF.
           EXIT.
      ******************************************************************
      * UM CANDIDATO: A DECISAO SEGUE A RECOMENDACAO E FICA GRAVADA    *
      ******************************************************************
       550-DECIDE-UM                   SECTION.
           IF WS-TURMA-REC = SPACES
              DISPLAY "  Sem turma do nivel " NV-NIVEL
                 " (definir o nivel no CAP04AP28); pulado."
              EXIT SECTION
           END-IF
           DISPLAY "  [M] Matricular  [F] Fila de espera  [P] Pular: "
              WITH NO ADVANCING.
           ACCEPT WS-DECISAO.
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO.
           EVALUATE WS-DECISAO
              WHEN "M"
                 IF WS-TEM-VAGA NOT = "S"
                    DISPLAY "  Turma " FUNCTION TRIM(WS-TURMA-REC)
                       " sem vaga; use a fila de espera."
                    EXIT SECTION
                 END-IF
                 PERFORM 600-MATRICULA
                 IF WS-MATRICULOU NOT = "S"
                    EXIT SECTION
                 END-IF
                 MOVE "M" TO NV-SITUACAO
                 MOVE "NIVEL MATRICULA" TO WS-RESULTADO
              WHEN "F"
                 MOVE "E" TO WS-VAG-OPCAO
                 MOVE WS-TURMA-REC TO WS-VAG-TURMA
                 MOVE NV-ID   TO WS-VAG-ID
                 MOVE NV-NOME TO WS-VAG-NOME
                 CALL "TURMAVAG" USING WS-VAG-OPCAO, WS-VAG-TURMA,
                    WS-VAG-ID, WS-VAG-NOME, WS-VAG-CAPAC, WS-VAG-OCUP
                 DISPLAY "  Candidato na fila de espera da turma "
                    FUNCTION TRIM(WS-TURMA-REC) "."
                 MOVE "F" TO NV-SITUACAO
                 MOVE "NIVEL FILA" TO WS-RESULTADO
              WHEN OTHER
                 EXIT SECTION
           END-EVALUATE.
           MOVE WS-TURMA-REC TO NV-TURMA.
           MOVE WS-DATA-NEG  TO NV-DATA-SIT.
           MOVE WS-OPERADOR  TO NV-OPERADOR.
           MOVE NV-REGISTRO  TO WS-NIV-REG(AC-CI).
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           PERFORM 700-REGRAVA-TENTATIVAS.
           EXIT.
      ******************************************************************
      * MATRICULA NA TURMA RECOMENDADA: REGISTRO NOVO EM TURMA.DAT     *
      * (NOTAS ZERADAS, DISCIPLINA EM BRANCO) E MESTRE REFEITO, TUDO   *
      * SOB A TRAVA; QUEM JA ESTA NA TURMA NAO GANHA OUTRO REGISTRO    *
      ******************************************************************
       600-MATRICULA                   SECTION.
           MOVE "N" TO WS-MATRICULOU.
           CALL "TRAVA" USING BY CONTENT "E",
              BY CONTENT WS-TRAVA-NOME,
              BY REFERENCE WS-TRAVA-RESULT,
              BY REFERENCE WS-TRAVA-DETENTOR.
           IF WS-TRAVA-RESULT NOT = "OK"
              DISPLAY "  Cadastro em atualizacao por "
                 FUNCTION TRIM(WS-TRAVA-DETENTOR)
                 "; matricula cancelada."
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-JA-MATRICULADO.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ TURMA-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF TR-TURMA = WS-TURMA-REC AND TR-ID = NV-ID
                          MOVE "S" TO WS-JA-MATRICULADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TURMA-FILE
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-JA-MATRICULADO = "S"
              DISPLAY "  Candidato ja matriculado na turma "
                 FUNCTION TRIM(WS-TURMA-REC) "."
           ELSE
              MOVE NV-ID   TO TR-ID
              MOVE NV-NOME TO TR-NOME
              MOVE ZERO TO TR-NOTA(1) TR-NOTA(2) TR-NOTA(3) TR-NOTA(4)
              MOVE WS-TURMA-REC TO TR-TURMA
              MOVE SPACES TO TR-DISCIPLINA
              OPEN EXTEND TURMA-FILE
              IF WS-TURMA-STATUS = "35"
                 OPEN OUTPUT TURMA-FILE
              END-IF
              WRITE TR-REGISTRO
              CLOSE TURMA-FILE
              CALL "CAP04AP05"
              DISPLAY "  Candidato matriculado na turma "
                 FUNCTION TRIM(WS-TURMA-REC) "."
           END-IF.
           CALL "TRAVA" USING BY CONTENT "L",
              BY CONTENT WS-TRAVA-NOME,
              BY REFERENCE WS-TRAVA-RESULT,
              BY REFERENCE WS-TRAVA-DETENTOR.
           MOVE "S" TO WS-MATRICULOU.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DAS TENTATIVAS                             *
      ******************************************************************
       700-REGRAVA-TENTATIVAS          SECTION.
           OPEN OUTPUT NIVELAM-FILE.
           PERFORM VARYING AC-CJ FROM 1 BY 1
                   UNTIL AC-CJ > WS-QTDE-NIV
              MOVE WS-NIV-REG(AC-CJ) TO NV-REGISTRO
              WRITE NV-REGISTRO
           END-PERFORM.
           CLOSE NIVELAM-FILE.
           MOVE WS-NIV-REG(AC-CI) TO NV-REGISTRO.
           EXIT.
      ******************************************************************
      * UMA LINHA DO RELATORIO                                         *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
       END PROGRAM CAP03AP12.
