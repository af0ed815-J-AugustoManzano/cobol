      * arquivo se ainda nao existir, do mesmo jeito que FATCACHE/
      * CALCLOG ja fazem (OPEN EXTEND, com fallback para OPEN OUTPUT
      * quando o arquivo ainda nao existe).
      *
      * Disciplina com pre-requisitos (PREREQ.DAT, CAP04AP40) so
      * matricula quem tem a aprovacao exigida no historico das
      * turmas encerradas (servico PREREQ). Faltando, a matricula e
      * recusada, ou o candidato vai para a fila de espera da turma,
      * ou o coordenador a libera reautenticando-se (OPERREG.DAT,
      * como na aprovacao de justificativas do CAP04AP29); cada
      * desfecho vai para AUDITLOG.DAT.
      *
      * Antes do pre-requisito, o bloqueio financeiro (servico FINBLOQ,
      * acao MATR): estudante com mensalidade vencida alem da
      * tolerancia so e matriculado com liberacao vigente da
      * coordenacao registrada no CAP04AP47.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
       77  WS-TURMA-STATUS  PIC XX.
       77  WS-NOME-TURMA    PIC X(30) VALUE "TURMA.DAT".
       77  WS-TRAVA-NOME    PIC X(12) VALUE "TURMA".
       77  WS-TRAVA-RESULT  PIC X(4).
       77  WS-TRAVA-DETENTOR PIC X(30).
       77  WS-OPR-STATUS    PIC XX.
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
       77  WS-PROGRAMA      PIC X(8) VALUE "CAP04AP2".
       77  WS-RESULTADO     PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
      *    Sessao de treinamento matricula na copia de pratica
           ACCEPT TR-NOME.
           MOVE TR-ID   TO WS-ID-NOVO.
           MOVE TR-NOME TO WS-NOME-NOVO.
           PERFORM 550-CONFERE-BLOQUEIO.
           IF WS-FB-SITUACAO = "B"
              GOBACK
           END-IF
           PERFORM 600-CONFERE-PREREQUISITO.
           IF WS-PREREQ-OK NOT = "S"
              GOBACK
           END-IF
           PERFORM 500-CONFERE-VAGA.
           IF WS-JA-MATRICULADO NOT = "S"
              MOVE "C" TO WS-VAG-OPCAO
           CLOSE TURMA-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * BLOQUEIO FINANCEIRO: SEM LIBERACAO DA COORDENACAO, QUEM DEVE   *
      * MENSALIDADE VENCIDA ALEM DA TOLERANCIA NAO E MATRICULADO       *
      ******************************************************************
       550-CONFERE-BLOQUEIO             SECTION.
           CALL "FINBLOQ" USING BY CONTENT "V", BY CONTENT WS-ID-NOVO,
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
       600-CONFERE-PREREQUISITO         SECTION.
           MOVE "S" TO WS-PREREQ-OK.
           CALL "PREREQ" USING WS-ID-NOVO, WS-DISC-SEL, WS-PRQ-CUMPRE,
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
                 CALL "TURMAVAG" USING WS-VAG-OPCAO, WS-TURMA-SEL,
                    WS-ID-NOVO, WS-NOME-NOVO, WS-VAG-CAPAC,
                    WS-VAG-OCUP
                 DISPLAY "Candidato na fila de espera da turma."
                 MOVE "PREREQ FILA" TO WS-RESULTADO
              WHEN "L"
                 PERFORM 650-AUTENTICA-COORDENADOR
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
       650-AUTENTICA-COORDENADOR        SECTION.
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
           MOVE "N" TO WS-FIM-ARQUIVO.
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
