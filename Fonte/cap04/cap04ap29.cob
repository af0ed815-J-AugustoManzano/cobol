      * em OPERREG.DAT, como a liberacao de alcada C0502LIB. As
      * aprovadas saem do denominador do percentual de presenca no
      * relatorio combinado e no fechamento de periodo.
      *
      * A falta e conferida no indexado FREQIDX.DAT (freqidx.cpy),
      * que substituiu o sequencial FREQ.DAT, com uma leitura direta
      * pela chave turma + data + estudante.
      *
      * Delegacao de alcada: na ausencia do coordenador, o substituto
      * nomeado por ele em DELEGREG.DAT (tela CAP06AP24) para a
      * funcao CAP04AP29 passa na reautenticacao com a propria senha,
      * so dentro do periodo delegado. A justificativa passa a
      * guardar quem a registrou (JF-SOLICITANTE); o substituto nao
      * decide a que ele mesmo registrou, e cada decisao tomada por
      * delegacao ganha na AUDITLOG um segundo registro "DELEGADO DE"
      * com o id do titular.
      *
      * Caixa de aprovacoes: a justificativa passa a guardar a data
      * do registro (JF-DATA-REG), base da idade do item na
      * CAP06AP26. Escolhida uma justificativa la, esta tela e
      * chamada com o foco (OPERADOR "F"/"H") no numero de ordem dela
      * em JUSTFREQ.DAT e vai direto a decisao daquela, sem o menu.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT JUST-FILE ASSIGN TO "JUSTFREQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JUS-STATUS.
           SELECT FREQ-FILE ASSIGN TO "FREQIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FQ-CHAVE
              ALTERNATE RECORD KEY IS FQ-ID WITH DUPLICATES
              FILE STATUS IS WS-FREQ-STATUS.
           SELECT OPERREG-FILE ASSIGN TO "OPERREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
       FD  JUST-FILE.
       COPY "justfreq.cpy".
       FD  FREQ-FILE.
       COPY "freqidx.cpy".
       FD  OPERREG-FILE.
       COPY "operreg.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-JUST VALUE 500.
       01  WS-TAB-JUST.
           05  WS-JUST-REG PIC X(69) OCCURS LIMITE-JUST TIMES.
       77  WS-QTDE-JUST   PIC 9(3) VALUE ZERO.
       77  AC-CI          PIC 9(3).
       77  WS-JUS-STATUS  PIC XX.
       77  WS-OP-SENHA-OK PIC X.
       77  WS-DECISAO     PIC X.
       77  WS-APROVADOR   PIC X(12).
       77  WS-OPERADOR    PIC X(12).
       77  WS-TITULAR     PIC X(8) VALUE SPACES.
       77  WS-FUNCAO      PIC X(9) VALUE "CAP04AP29".
       01  WS-FOCO.
           05  WS-FOCO-PROGRAMA PIC X(8).
           05  WS-FOCO-ITEM     PIC 9(4).
       77  WS-ORDEM-LIDO  PIC 9(4).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-TOTAL-PENDENTES PIC 9(3) VALUE ZERO.
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP04A29".
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
      *    Chamada pela caixa de aprovacoes: direto a decisao do item
      *    escolhido, sem o menu.
           PERFORM 050-LE-FOCO.
           IF WS-FOCO-ITEM NOT = ZERO
              PERFORM 300-APROVA-PENDENTES
              EXIT PROGRAM
           END-IF
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "-----------------------------------"
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * CHAMADA PELA CAIXA DE APROVACOES (CAP06AP26): SO A             *
      * JUSTIFICATIVA ESCOLHIDA LA (NUMERO DE ORDEM NO ARQUIVO)        *
      ******************************************************************
       050-LE-FOCO                     SECTION.
           CALL "OPERADOR" USING BY CONTENT "H",
              BY REFERENCE WS-FOCO.
           IF WS-FOCO-PROGRAMA NOT = WS-PROGRAMA
              OR WS-FOCO-ITEM IS NOT NUMERIC
              MOVE ZERO TO WS-FOCO-ITEM
           END-IF.
           EXIT.
      ******************************************************************
      * REGISTRO DE UMA JUSTIFICATIVA CONTRA UMA FALTA EXISTENTE EM    *
      * FREQIDX.DAT; ENTRA PENDENTE DE APROVACAO                       *
      ******************************************************************
       100-REGISTRA-JUSTIFICATIVA      SECTION.
           DISPLAY "Codigo do estudante ......: " WITH NO ADVANCING.
           ACCEPT JF-DOCUMENTO.
           MOVE "P" TO JF-SITUACAO.
           MOVE SPACES TO JF-APROVADOR.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           MOVE WS-OPERADOR TO JF-SOLICITANTE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO JF-DATA-REG.
           OPEN EXTEND JUST-FILE.
           IF WS-JUS-STATUS = "35"
              OPEN OUTPUT JUST-FILE
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * A DATA PRECISA CONSTAR DE FREQIDX.DAT COMO AUSENCIA DO         *
      * ESTUDANTE (LEITURA DIRETA PELA CHAVE)                          *
      ******************************************************************
       150-CONFERE-FALTA               SECTION.
           MOVE "N" TO WS-TEM-FALTA.
           IF WS-FREQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE WS-TURMA-ENTRADA TO FQ-TURMA.
           MOVE WS-DATA-ENTRADA  TO FQ-DATA.
           MOVE WS-ID-ENTRADA    TO FQ-ID.
           READ FREQ-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FQ-PRESENCA NOT = "P"
                    MOVE "S" TO WS-TEM-FALTA
                 END-IF
           END-READ.
           CLOSE FREQ-FILE.
           EXIT.
      ******************************************************************
      * A MESMA FALTA NAO PODE GANHAR DUAS JUSTIFICATIVAS: CADA UMA    *
           END-IF
           MOVE ZERO TO WS-QTDE-JUST.
           MOVE ZERO TO WS-TOTAL-PENDENTES.
           MOVE ZERO TO WS-ORDEM-LIDO.
           OPEN INPUT JUST-FILE.
           IF WS-JUS-STATUS NOT = "00"
              DISPLAY "Nenhuma justificativa registrada."
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-ORDEM-LIDO
                    IF JF-SITUACAO = "P"
                       AND (WS-FOCO-ITEM = ZERO
                            OR WS-FOCO-ITEM = WS-ORDEM-LIDO)
                       ADD 1 TO WS-TOTAL-PENDENTES
                       PERFORM 400-DECIDE-UMA
                    END-IF
           DISPLAY "Estudante " JF-ID " turma " JF-TURMA
              " falta de " JF-DATA.
           DISPLAY "Motivo " JF-MOTIVO "  documento " JF-DOCUMENTO.
           IF WS-TITULAR NOT = SPACES
              AND JF-SOLICITANTE = WS-APROVADOR
              DISPLAY "Registrada pelo proprio substituto; fica "
                      "pendente para outro aprovador."
              EXIT SECTION
           END-IF
           DISPLAY "[A]provar, [R]ejeitar ou [M]anter pendente? "
              WITH NO ADVANCING.
           ACCEPT WS-DECISAO.
                 MOVE WS-APROVADOR TO JF-APROVADOR
                 MOVE "JUSTIF APROVADA" TO WS-RESULTADO
                 CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
                 PERFORM 450-AUDITA-DELEGACAO
              WHEN "R"
                 MOVE "R" TO JF-SITUACAO
                 MOVE WS-APROVADOR TO JF-APROVADOR
                 MOVE "JUSTIF REJEITADA" TO WS-RESULTADO
                 CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
                 PERFORM 450-AUDITA-DELEGACAO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * DECISAO TOMADA POR DELEGACAO: SEGUNDO REGISTRO NA TRILHA COM O *
      * TITULAR (O SUBSTITUTO JA ESTA NO REGISTRO DA DECISAO)          *
      ******************************************************************
       450-AUDITA-DELEGACAO            SECTION.
           IF WS-TITULAR = SPACES
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-RESULTADO.
           STRING "DELEGADO DE " WS-TITULAR DELIMITED BY SIZE
              INTO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * REAUTENTICACAO DO COORDENADOR CONTRA OPERREG.DAT (BOOTSTRAP    *
      * SEM REGISTRO LIBERA, COMO NO MENUGERAL)                        *
      ******************************************************************
       350-AUTENTICA-COORDENADOR       SECTION.
           MOVE "N" TO WS-AUTORIZADO.
           MOVE SPACES TO WS-TITULAR.
           OPEN INPUT OPERREG-FILE.
           IF WS-REG-STATUS NOT = "00"
              MOVE "S" TO WS-AUTORIZADO
                       AND (OP-SENHA = WS-OP-HASH
                            OR (OP-SENHA-DATA = ZERO
                                AND OP-SENHA = WS-OP-SENHA))
                       AND OP-SITUACAO NOT = "B"
                       PERFORM 360-CONFERE-ALCADA
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * CREDENCIAL CONFERIDA: O COORDENADOR APROVA POR DIREITO         *
      * PROPRIO; OUTRO OPERADOR, SO COMO SUBSTITUTO DE UM TITULAR      *
      * AUSENTE, DENTRO DO PERIODO DA DELEGACAO (DELEGSVC)             *
      ******************************************************************
       360-CONFERE-ALCADA              SECTION.
           IF OP-PAPEL = "C"
              MOVE "S" TO WS-AUTORIZADO
              MOVE OP-NOME TO WS-APROVADOR
              EXIT SECTION
           END-IF
           CALL "DELEGSVC" USING OP-ID, WS-FUNCAO, WS-TITULAR.
           IF WS-TITULAR NOT = SPACES
              MOVE "S" TO WS-AUTORIZADO
              MOVE OP-NOME TO WS-APROVADOR
              DISPLAY "Aprovando por delegacao de "
                 FUNCTION TRIM(WS-TITULAR) "."
           END-IF.
           EXIT.
      ******************************************************************
      * LISTAGEM DE TODAS AS JUSTIFICATIVAS E SITUACOES                *
      ******************************************************************
       500-LISTA-JUSTIFICATIVAS        SECTION.
