      * preciso, antes de confirmar a gravacao. O registro confirmado
      * e anexado a TURMA.DAT como CAP04AP02 faz (OPEN EXTEND com
      * fallback para OUTPUT).
      *
      * O formulario ganha a disciplina (branco = turma de disciplina
      * unica, informada precisa existir em DISCREG.DAT), gravada em
      * TR-DISCIPLINA; e, como no CAP04AP02, a disciplina com
      * pre-requisitos (PREREQ.DAT) so matricula quem tem a aprovacao
      * exigida no historico - faltando, a gravacao e recusada, o
      * candidato vai para a fila de espera ou o coordenador libera
      * reautenticando-se, com o desfecho em AUDITLOG.DAT.
      *
      * Antes do pre-requisito, o bloqueio financeiro (servico FINBLOQ,
      * acao MATR): estudante com mensalidade vencida alem da
      * tolerancia so e matriculado com liberacao vigente da
      * coordenacao registrada no CAP04AP47.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TURMA-FILE ASSIGN TO DYNAMIC WS-NOME-TURMA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TURMA-STATUS.
           SELECT DISCREG-FILE ASSIGN TO "DISCREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REG-STATUS.
           SELECT OPERREG-FILE ASSIGN TO "OPERREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-FILE.
       COPY "turma.cpy".
       FD  DISCREG-FILE.
       COPY "discreg.cpy".
       FD  OPERREG-FILE.
       COPY "operreg.cpy".
       WORKING-STORAGE SECTION.
       77  WS-NOME-TURMA    PIC X(30) VALUE "TURMA.DAT".
       77  WS-SEM-VAGA      PIC X VALUE "N".
       77  WS-TRAVA-NOME    PIC X(12) VALUE "TURMA".
       77  WS-TRAVA-RESULT  PIC X(4).
       77  WS-TRAVA-DETENTOR PIC X(30).
       77  WS-DISC-SEL      PIC X(4).
       77  WS-DISC-OK       PIC X.
       77  WS-REG-STATUS    PIC XX.
       77  WS-OPR-STATUS    PIC XX.
       77  WS-FIM-ARQUIVO   PIC X VALUE "N".
           88 WS-FIM-OK     VALUE "S".
       77  WS-PREREQ-OK     PIC X.
       77  WS-FB-SITUACAO   PIC X.
       77  WS-FB-DIAS       PIC 9(4).
       77  WS-FB-VALOR      PIC 9(7)V99.
       77  WS-FB-VALOR-EDIT PIC Z,ZZZ,ZZ9.99.
       77  WS-PRQ-CUMPRE    PIC X.
       77  WS-PRQ-FALTANTE  PIC X(4).
       77  WS-PRQ-MEDIA     PIC 99V99.
       77  WS-MEDIA-EDIT    PIC Z9.99.
       77  WS-DECISAO       PIC X.
       77  WS-AUTORIZADO    PIC X.
       77  WS-OP-ID         PIC X(8).
       77  WS-OP-SENHA      PIC X(8).
       77  WS-OP-HASH       PIC X(8).
       77  WS-OP-SENHA-OK   PIC X.
       77  WS-APROVADOR     PIC X(12).
       SCREEN SECTION.
       01  TELA-ENTRADA.
           05  BLANK SCREEN.
           05  LINE 5 COL 26 PIC X(9)  USING WS-ID.
           05  LINE 6 COL 5  VALUE "Nome .............:".
           05  LINE 6 COL 26 PIC X(25) USING WS-NOME.
           05  LINE 7 COL 5  VALUE "Disciplina .......:".
           05  LINE 7 COL 26 PIC X(4)  USING WS-DISC-SEL.
           05  LINE 8 COL 5  VALUE "Nota 1 ...........:".
           05  LINE 8 COL 26 PIC 99.99 USING WS-NT(1).
           05  LINE 9 COL 5  VALUE "Nota 2 ...........:".
      *    TRNTURMA.DAT (ARQNOME); a producao nao e tocada.
           MOVE "TURMA.DAT" TO WS-NOME-TURMA.
           CALL "ARQNOME" USING WS-NOME-TURMA.
           MOVE SPACES TO WS-ID WS-NOME WS-TURMA-SEL WS-DISC-SEL.
           MOVE ZERO TO WS-NT(1) WS-NT(2) WS-NT(3) WS-NT(4).
           MOVE "N" TO WS-FORMULARIO-OK.
           PERFORM UNTIL WS-FORMULARIO-OK = "S"
              MOVE "N" TO WS-FORMULARIO-OK
              EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-DISC-SEL) TO WS-DISC-SEL.
           PERFORM 270-VALIDA-DISCIPLINA.
           IF WS-DISC-OK NOT = "S"
              MOVE "DISCIPLINA NAO CADASTRADA (CAP04AP23)."
                 TO WS-MENSAGEM
              MOVE "N" TO WS-FORMULARIO-OK
              EXIT SECTION
           END-IF.
           PERFORM VARYING AC-CJ FROM 1 BY 1 UNTIL AC-CJ > 4
              IF WS-NT(AC-CJ) > 10
                 MOVE SPACES TO WS-MENSAGEM
           MOVE WS-COD-STRC(7:1) TO WS-DVE.
           EXIT.
      ******************************************************************
      * CONFERE A DISCIPLINA INFORMADA CONTRA O CADASTRO DISCREG.DAT   *
      ******************************************************************
       270-VALIDA-DISCIPLINA           SECTION.
      *    Disciplina em branco vale como turma de disciplina unica
      *    (arquivos antigos); informada, precisa existir no cadastro.
           IF WS-DISC-SEL = SPACES
              MOVE "S" TO WS-DISC-OK
              EXIT SECTION
           END-IF.
           MOVE "N" TO WS-DISC-OK.
           OPEN INPUT DISCREG-FILE.
           IF WS-REG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ DISCREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF DR-CODIGO = WS-DISC-SEL
                       MOVE "S" TO WS-DISC-OK
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DISCREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * ANEXA O REGISTRO CONFIRMADO A TURMA.DAT                        *
      ******************************************************************
       300-GRAVA-ESTUDANTE             SECTION.
           PERFORM 380-CONFERE-BLOQUEIO.
           IF WS-FB-SITUACAO = "B"
              EXIT SECTION
           END-IF.
           PERFORM 400-CONFERE-PREREQUISITO.
           IF WS-PREREQ-OK NOT = "S"
              EXIT SECTION
           END-IF.
           PERFORM 350-CONFERE-VAGA.
           IF WS-SEM-VAGA = "S"
              EXIT SECTION
           MOVE WS-NT(3)     TO TR-NOTA(3).
           MOVE WS-NT(4)     TO TR-NOTA(4).
           MOVE FUNCTION UPPER-CASE(WS-TURMA-SEL) TO TR-TURMA.
           MOVE WS-DISC-SEL  TO TR-DISCIPLINA.
      *    Anexo e reconstrucao do mestre sob a trava, com espera:
      *    sem ela, a reconstrucao a partir do extrato ainda velho
      *    descartaria uma nota aplicada por CAP04AP11/AP13 no meio.
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * BLOQUEIO FINANCEIRO: SEM LIBERACAO DA COORDENACAO, QUEM DEVE   *
      * MENSALIDADE VENCIDA ALEM DA TOLERANCIA NAO E MATRICULADO       *
      ******************************************************************
       380-CONFERE-BLOQUEIO            SECTION.
           CALL "FINBLOQ" USING BY CONTENT "V", BY CONTENT WS-ID,
              BY CONTENT "MATR", BY REFERENCE WS-FB-SITUACAO,
              BY REFERENCE WS-FB-DIAS, BY REFERENCE WS-FB-VALOR.
           IF WS-FB-SITUACAO = "B"
              MOVE WS-FB-VALOR TO WS-FB-VALOR-EDIT
              DISPLAY "Bloqueio financeiro: mensalidade vencida ha "
                 WS-FB-DIAS " dias, total " WS-FB-VALOR-EDIT "."
              DISPLAY "Matricula recusada - procure a coordenacao "
                 "(liberacao no CAP04AP47)."
              MOVE "BLOQ FINANC" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
           END-IF.
           EXIT.
      ******************************************************************
      * PRE-REQUISITOS DA DISCIPLINA (SERVICO PREREQ): FALTANDO, O     *
      * OPERADOR RECUSA, ENFILEIRA OU PEDE A LIBERACAO DO COORDENADOR  *
      ******************************************************************
       400-CONFERE-PREREQUISITO        SECTION.
           MOVE "S" TO WS-PREREQ-OK.
           MOVE FUNCTION UPPER-CASE(WS-TURMA-SEL) TO WS-TURMA-CHECK.
           CALL "PREREQ" USING WS-ID, WS-DISC-SEL, WS-PRQ-CUMPRE,
              WS-PRQ-FALTANTE, WS-PRQ-MEDIA.
           IF WS-PRQ-CUMPRE = "S"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-PREREQ-OK.
           IF WS-PRQ-MEDIA = ZERO
              DISPLAY "Pre-requisito nao cumprido: aprovacao em "
                 WS-PRQ-FALTANTE " no historico."
           ELSE
              MOVE WS-PRQ-MEDIA TO WS-MEDIA-EDIT
              DISPLAY "Pre-requisito nao cumprido: aprovacao em "
                 WS-PRQ-FALTANTE " com media minima " WS-MEDIA-EDIT
                 "."
           END-IF
           DISPLAY "[F]ila de espera, [L]iberar (coordenador) ou "
                   "[N]ao matricular? " WITH NO ADVANCING.
           ACCEPT WS-DECISAO.
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO.
           EVALUATE WS-DECISAO
              WHEN "F"
                 MOVE "E" TO WS-VAG-OPCAO
                 CALL "TURMAVAG" USING WS-VAG-OPCAO, WS-TURMA-CHECK,
                    WS-ID, WS-NOME, WS-VAG-CAPAC, WS-VAG-OCUP
                 DISPLAY "Candidato na fila de espera da turma."
                 MOVE "PREREQ FILA" TO WS-RESULTADO
              WHEN "L"
                 PERFORM 450-AUTENTICA-COORDENADOR
                 IF WS-AUTORIZADO = "S"
                    MOVE "S" TO WS-PREREQ-OK
                    DISPLAY "Matricula liberada por "
                       FUNCTION TRIM(WS-APROVADOR) "."
                    MOVE "PREREQ LIBERADO" TO WS-RESULTADO
                 ELSE
                    DISPLAY "Liberacao restrita ao coordenador; "
                            "matricula recusada."
                    MOVE "PREREQ RECUSADO" TO WS-RESULTADO
                 END-IF
              WHEN OTHER
                 DISPLAY "Matricula recusada."
                 MOVE "PREREQ RECUSADO" TO WS-RESULTADO
           END-EVALUATE.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * REAUTENTICACAO DO COORDENADOR CONTRA OPERREG.DAT (BOOTSTRAP    *
      * SEM REGISTRO LIBERA, COMO NO MENUGERAL)                        *
      ******************************************************************
       450-AUTENTICA-COORDENADOR       SECTION.
           MOVE "N" TO WS-AUTORIZADO.
           OPEN INPUT OPERREG-FILE.
           IF WS-OPR-STATUS NOT = "00"
              MOVE "S" TO WS-AUTORIZADO
              MOVE "BOOTSTRAP" TO WS-APROVADOR
              EXIT SECTION
           END-IF
           DISPLAY "Id do coordenador: " WITH NO ADVANCING.
           ACCEPT WS-OP-ID.
           MOVE FUNCTION UPPER-CASE(WS-OP-ID) TO WS-OP-ID.
           DISPLAY "Senha ...........: " WITH NO ADVANCING.
           ACCEPT WS-OP-SENHA.
           CALL "SENHASVC" USING BY CONTENT "H",
              BY CONTENT WS-OP-SENHA,
              BY REFERENCE WS-OP-HASH,
              BY REFERENCE WS-OP-SENHA-OK.
           PERFORM UNTIL WS-FIM-OK
              READ OPERREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF OP-ID = WS-OP-ID
                       AND (OP-SENHA = WS-OP-HASH
                            OR (OP-SENHA-DATA = ZERO
                                AND OP-SENHA = WS-OP-SENHA))
                       AND OP-PAPEL = "C"
                       AND OP-SITUACAO NOT = "B"
                       MOVE "S" TO WS-AUTORIZADO
                       MOVE OP-NOME TO WS-APROVADOR
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
       END PROGRAM CAP04AP17.
