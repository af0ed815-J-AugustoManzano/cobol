       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP06AP24.
      *
      * Tela das delegacoes de alcada, opcao [16] do MENUGERAL. As
      * aprovacoes de segundo operador (alteracao de nota CAP04AP11,
      * liberacao do lote C0502LIB, justificativa de falta CAP04AP29
      * e recurso de nota CAP04AP31) paravam nas ferias do aprovador
      * - ou andavam com senha emprestada. Aqui o aprovador nomeia um
      * substituto para o periodo da ausencia e para as funcoes que
      * ele mesmo detem por direito proprio (PERMCHK "S", ou o papel
      * de coordenador sem regra); nao se repassa o que se recebeu
      * por delegacao. O coordenador pode registrar em nome de outro
      * titular e ve todas as delegacoes; o operador ve as suas, como
      * titular ou como substituto. A delegacao grava em DELEGREG.DAT
      * (delegreg.cpy), vale do inicio ao fim do periodo pelo
      * DELEGSVC/PERMCHK e pode ser cancelada antes do fim pelo
      * titular ou pelo coordenador. Inclusao e cancelamento vao
      * para AUDITLOG.DAT; [R] emite o relatorio CAP06AP25.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERREG-FILE ASSIGN TO "OPERREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPE-STATUS.
           SELECT DELEGREG-FILE ASSIGN TO "DELEGREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERREG-FILE.
       COPY "operreg.cpy".
       FD  DELEGREG-FILE.
       COPY "delegreg.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-OPERADORES VALUE 50.
       78  LIMITE-DELEGACOES VALUE 500.
       78  QTDE-FUNCOES-ALCADA VALUE 4.
       01  WS-TABELA-OPER.
           05  WS-OPER-REG PIC X(43) OCCURS LIMITE-OPERADORES TIMES.
       77  WS-QTDE-OPER    PIC 9(2) VALUE ZERO.
       01  WS-TAB-DELEG.
           05  WS-DLG-REG PIC X(123) OCCURS LIMITE-DELEGACOES TIMES.
       77  WS-QTDE-DELEG   PIC 9(3) VALUE ZERO.
      *    Funcoes de aprovacao de segundo operador que admitem
      *    substituto: nome do programa, como em PERMREG.DAT.
       01  WS-TABELA-ALCADA.
           05  FILLER PIC X(9) VALUE "CAP04AP11".
           05  FILLER PIC X(9) VALUE "C0502LIB".
           05  FILLER PIC X(9) VALUE "CAP04AP29".
           05  FILLER PIC X(9) VALUE "CAP04AP31".
       01  WS-TABELA-ALCADA-R REDEFINES WS-TABELA-ALCADA.
           05  WS-FUNCAO-ALCADA PIC X(9)
                  OCCURS QTDE-FUNCOES-ALCADA TIMES.
       01  WS-ID-PAPEL-SES.
           05  WS-ID-SESSAO    PIC X(8).
           05  WS-PAPEL-SESSAO PIC X.
           05  FILLER          PIC X(3).
       77  AC-OP           PIC 9(2).
       77  AC-DG           PIC 9(3).
       77  AC-FN           PIC 9.
       77  AC-FA           PIC 9.
       77  WS-OPE-STATUS   PIC XX.
       77  WS-DLG-STATUS   PIC XX.
       77  WS-FIM-ARQUIVO  PIC X VALUE "N".
           88 WS-FIM-OK    VALUE "S".
       77  WS-TRANSBORDO   PIC X VALUE "N".
       77  WS-OPCAO        PIC X.
       77  WS-OPERADOR     PIC X(12).
       77  WS-HOJE         PIC 9(8).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-MAIOR-SEQ    PIC 9(4).
       77  WS-SEQ-ENTRADA  PIC 9(4).
       77  WS-ID-ALVO      PIC X(8).
       77  WS-ACHOU        PIC X.
       77  WS-ACHOU-NOME   PIC X(12).
       77  WS-ACHOU-PAPEL  PIC X.
       77  WS-ACHOU-SITUACAO PIC X.
       77  WS-TITULAR-PAPEL PIC X.
       77  WS-FUNCAO-ENTRADA PIC X(9).
       77  WS-FUNCAO-VALIDA PIC X.
       77  WS-PERMITIDO    PIC X.
       77  WS-QTDE-FUNCOES PIC 9.
       77  WS-DATA-ENTRADA PIC X(8).
       77  WS-DATA-N       PIC 9(8).
       77  WS-DATA-BR      PIC X(10).
       77  WS-INICIO-BR    PIC X(10).
       77  WS-FIM-BR       PIC X(10).
       77  WS-SITUACAO-TXT PIC X(9).
       77  WS-QTDE-MOSTRADAS PIC 9(3).
       77  WS-PROGRAMA     PIC X(8) VALUE "CAP06A24".
       77  WS-RESULTADO    PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           CALL "OPERADOR" USING BY CONTENT "Q",
              BY REFERENCE WS-ID-PAPEL-SES.
           IF WS-ID-SESSAO = SPACES
              MOVE "C" TO WS-PAPEL-SESSAO
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-HOJE.
           PERFORM 100-CARREGA-ARQUIVOS.
           IF WS-TRANSBORDO = "S"
              DISPLAY "Operadores ou delegacoes excedem a tabela; "
                      "tela suspensa."
              GOBACK
           END-IF
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "-----------------------------------------"
              DISPLAY "Delegacoes de Aprovacao (ausencias)"
              DISPLAY "-----------------------------------------"
              DISPLAY "[L] - Listar delegacoes"
              DISPLAY "[I] - Incluir delegacao"
              DISPLAY "[C] - Cancelar delegacao"
              DISPLAY "[R] - Relatorio de delegacoes"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "L"
                    PERFORM 200-LISTA-DELEGACOES
                 WHEN "I"
                    PERFORM 300-INCLUI-DELEGACAO
                 WHEN "C"
                    PERFORM 400-CANCELA-DELEGACAO
                 WHEN "R"
                    CALL "CAP06AP25"
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           GOBACK.
      ******************************************************************
      * CARGA DOS OPERADORES (TITULAR E SUBSTITUTO PRECISAM EXISTIR)   *
      * E DAS DELEGACOES JA GRAVADAS                                   *
      ******************************************************************
       100-CARREGA-ARQUIVOS            SECTION.
           MOVE ZERO TO WS-QTDE-OPER WS-QTDE-DELEG WS-MAIOR-SEQ.
           OPEN INPUT OPERREG-FILE.
           IF WS-OPE-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ OPERREG-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-OPER < LIMITE-OPERADORES
                          ADD 1 TO WS-QTDE-OPER
                          MOVE OP-REGISTRO
                             TO WS-OPER-REG(WS-QTDE-OPER)
                       ELSE
                          MOVE "S" TO WS-TRANSBORDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERREG-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT DELEGREG-FILE.
           IF WS-DLG-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ DELEGREG-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-DELEG < LIMITE-DELEGACOES
                          ADD 1 TO WS-QTDE-DELEG
                          MOVE DG-REGISTRO
                             TO WS-DLG-REG(WS-QTDE-DELEG)
                          IF DG-SEQ > WS-MAIOR-SEQ
                             MOVE DG-SEQ TO WS-MAIOR-SEQ
                          END-IF
                       ELSE
                          MOVE "S" TO WS-TRANSBORDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DELEGREG-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * LISTAGEM: O COORDENADOR VE TODAS; O OPERADOR, AS QUE TEM COMO  *
      * TITULAR OU COMO SUBSTITUTO                                     *
      ******************************************************************
       200-LISTA-DELEGACOES            SECTION.
           MOVE ZERO TO WS-QTDE-MOSTRADAS.
           DISPLAY "SEQ  TITULAR  SUBSTIT. INICIO     FIM        "
                   "SITUACAO  FUNCOES".
           PERFORM VARYING AC-DG FROM 1 BY 1
                   UNTIL AC-DG > WS-QTDE-DELEG
              MOVE WS-DLG-REG(AC-DG) TO DG-REGISTRO
              IF WS-PAPEL-SESSAO = "C"
                 OR DG-TITULAR = WS-ID-SESSAO
                 OR DG-SUBSTITUTO = WS-ID-SESSAO
                 ADD 1 TO WS-QTDE-MOSTRADAS
                 PERFORM 250-DESCREVE-DELEGACAO
                 DISPLAY DG-SEQ " " DG-TITULAR " " DG-SUBSTITUTO " "
                    WS-INICIO-BR " " WS-FIM-BR " " WS-SITUACAO-TXT
                    " " DG-FUNCAO(1) " " DG-FUNCAO(2) " "
                    DG-FUNCAO(3) " " DG-FUNCAO(4)
                 IF DG-MOTIVO NOT = SPACES
                    DISPLAY "     motivo: " DG-MOTIVO
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-QTDE-MOSTRADAS = ZERO
              DISPLAY "Nenhuma delegacao registrada."
           END-IF.
           EXIT.
      ******************************************************************
      * DATAS DA DELEGACAO EM DD/MM/AAAA E SITUACAO NA DATA DE HOJE    *
      ******************************************************************
       250-DESCREVE-DELEGACAO          SECTION.
           MOVE DG-INICIO TO WS-DATA-N.
           PERFORM 850-FORMATA-DATA.
           MOVE WS-DATA-BR TO WS-INICIO-BR.
           MOVE DG-FIM TO WS-DATA-N.
           PERFORM 850-FORMATA-DATA.
           MOVE WS-DATA-BR TO WS-FIM-BR.
           EVALUATE TRUE
              WHEN DG-CANCELADA
                 MOVE "CANCELADA" TO WS-SITUACAO-TXT
              WHEN DG-FIM < WS-HOJE
                 MOVE "EXPIRADA" TO WS-SITUACAO-TXT
              WHEN DG-INICIO > WS-HOJE
                 MOVE "FUTURA" TO WS-SITUACAO-TXT
              WHEN OTHER
                 MOVE "ATIVA" TO WS-SITUACAO-TXT
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * INCLUSAO: TITULAR (O PROPRIO OPERADOR; O COORDENADOR PODE      *
      * INFORMAR OUTRO), SUBSTITUTO, PERIODO E AS FUNCOES QUE O        *
      * TITULAR DETEM POR DIREITO PROPRIO                              *
      ******************************************************************
       300-INCLUI-DELEGACAO            SECTION.
           IF WS-QTDE-OPER = ZERO
              DISPLAY "Registro de operadores vazio; nao ha titular "
                      "nem substituto a nomear."
              EXIT SECTION
           END-IF
           IF WS-QTDE-DELEG >= LIMITE-DELEGACOES
              DISPLAY "Tabela de delegacoes cheia."
              EXIT SECTION
           END-IF
           MOVE SPACES TO DG-REGISTRO.
           MOVE WS-ID-SESSAO TO DG-TITULAR.
           IF WS-PAPEL-SESSAO = "C"
              DISPLAY "Titular (branco = voce) ..: " WITH NO ADVANCING
              MOVE SPACES TO WS-ID-ALVO
              ACCEPT WS-ID-ALVO
              MOVE FUNCTION UPPER-CASE(WS-ID-ALVO) TO WS-ID-ALVO
              IF WS-ID-ALVO NOT = SPACES
                 MOVE WS-ID-ALVO TO DG-TITULAR
              END-IF
           END-IF
           MOVE DG-TITULAR TO WS-ID-ALVO.
           PERFORM 500-PROCURA-OPERADOR.
           IF WS-ACHOU NOT = "S"
              DISPLAY "Titular nao consta do registro de operadores."
              EXIT SECTION
           END-IF
           MOVE WS-ACHOU-PAPEL TO WS-TITULAR-PAPEL.
           DISPLAY "Substituto ...............: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ID-ALVO.
           ACCEPT WS-ID-ALVO.
           MOVE FUNCTION UPPER-CASE(WS-ID-ALVO) TO WS-ID-ALVO.
           MOVE WS-ID-ALVO TO DG-SUBSTITUTO.
           IF DG-SUBSTITUTO = DG-TITULAR
              DISPLAY "O substituto precisa ser outro operador."
              EXIT SECTION
           END-IF
           PERFORM 500-PROCURA-OPERADOR.
           IF WS-ACHOU NOT = "S"
              DISPLAY "Substituto nao consta do registro de "
                      "operadores."
              EXIT SECTION
           END-IF
           IF WS-ACHOU-SITUACAO = "B" OR WS-ACHOU-SITUACAO = "I"
              DISPLAY "Conta do substituto bloqueada ou inativada."
              EXIT SECTION
           END-IF
           DISPLAY "Inicio (AAAAMMDD) ........: " WITH NO ADVANCING.
           ACCEPT WS-DATA-ENTRADA.
           PERFORM 550-VALIDA-DATA.
           IF WS-DATA-N = ZERO
              DISPLAY "Data de inicio invalida."
              EXIT SECTION
           END-IF
           MOVE WS-DATA-N TO DG-INICIO.
           DISPLAY "Fim (AAAAMMDD) ...........: " WITH NO ADVANCING.
           ACCEPT WS-DATA-ENTRADA.
           PERFORM 550-VALIDA-DATA.
           IF WS-DATA-N = ZERO
              DISPLAY "Data de fim invalida."
              EXIT SECTION
           END-IF
           MOVE WS-DATA-N TO DG-FIM.
           IF DG-FIM < DG-INICIO OR DG-FIM < WS-HOJE
              DISPLAY "Periodo invalido: o fim precisa ser hoje ou "
                      "depois, e nao antes do inicio."
              EXIT SECTION
           END-IF
           MOVE ZERO TO WS-QTDE-FUNCOES.
           PERFORM VARYING AC-FN FROM 1 BY 1
                   UNTIL AC-FN > QTDE-FUNCOES-ALCADA
              DISPLAY "Funcao " AC-FN " (branco encerra) ...: "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-FUNCAO-ENTRADA
              ACCEPT WS-FUNCAO-ENTRADA
              MOVE FUNCTION UPPER-CASE(WS-FUNCAO-ENTRADA)
                 TO WS-FUNCAO-ENTRADA
              IF WS-FUNCAO-ENTRADA = SPACES
                 EXIT PERFORM
              END-IF
              PERFORM 600-CONFERE-FUNCAO
              IF WS-FUNCAO-VALIDA = "S"
                 ADD 1 TO WS-QTDE-FUNCOES
                 MOVE WS-FUNCAO-ENTRADA
                    TO DG-FUNCAO(WS-QTDE-FUNCOES)
              END-IF
           END-PERFORM.
           IF WS-QTDE-FUNCOES = ZERO
              DISPLAY "Nenhuma funcao delegada; inclusao cancelada."
              EXIT SECTION
           END-IF
           DISPLAY "Motivo (ferias, licenca..): " WITH NO ADVANCING.
           ACCEPT DG-MOTIVO.
           ADD 1 TO WS-MAIOR-SEQ.
           MOVE WS-MAIOR-SEQ TO DG-SEQ.
           MOVE "A" TO DG-SITUACAO.
           MOVE WS-OPERADOR TO DG-REGISTRADOR.
           MOVE WS-HOJE TO DG-DATA-REG.
           OPEN EXTEND DELEGREG-FILE.
           IF WS-DLG-STATUS = "35"
              OPEN OUTPUT DELEGREG-FILE
           END-IF
           WRITE DG-REGISTRO.
           CLOSE DELEGREG-FILE.
           ADD 1 TO WS-QTDE-DELEG.
           MOVE DG-REGISTRO TO WS-DLG-REG(WS-QTDE-DELEG).
           DISPLAY "Delegacao " DG-SEQ " registrada.".
           MOVE "DELEGACAO INCLUIDA" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * CANCELAMENTO ANTES DO FIM: SO O TITULAR OU O COORDENADOR; O    *
      * REGISTRO FICA NO ARQUIVO, MARCADO "C"                          *
      ******************************************************************
       400-CANCELA-DELEGACAO           SECTION.
           DISPLAY "Sequencia da delegacao ...: " WITH NO ADVANCING.
           ACCEPT WS-SEQ-ENTRADA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING AC-DG FROM 1 BY 1
                   UNTIL AC-DG > WS-QTDE-DELEG
              MOVE WS-DLG-REG(AC-DG) TO DG-REGISTRO
              IF DG-SEQ = WS-SEQ-ENTRADA
                 MOVE "S" TO WS-ACHOU
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-ACHOU NOT = "S"
              DISPLAY "Delegacao nao encontrada."
              EXIT SECTION
           END-IF
           IF WS-PAPEL-SESSAO NOT = "C"
              AND DG-TITULAR NOT = WS-ID-SESSAO
              DISPLAY "So o titular ou o coordenador cancela a "
                      "delegacao."
              EXIT SECTION
           END-IF
           IF DG-CANCELADA OR DG-FIM < WS-HOJE
              DISPLAY "Delegacao ja cancelada ou expirada."
              EXIT SECTION
           END-IF
           MOVE "C" TO DG-SITUACAO.
           MOVE DG-REGISTRO TO WS-DLG-REG(AC-DG).
           OPEN OUTPUT DELEGREG-FILE.
           PERFORM VARYING AC-DG FROM 1 BY 1
                   UNTIL AC-DG > WS-QTDE-DELEG
              MOVE WS-DLG-REG(AC-DG) TO DG-REGISTRO
              WRITE DG-REGISTRO
           END-PERFORM.
           CLOSE DELEGREG-FILE.
           DISPLAY "Delegacao " WS-SEQ-ENTRADA " cancelada.".
           MOVE "DELEGACAO CANCELADA" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * PROCURA WS-ID-ALVO NA TABELA DE OPERADORES                     *
      ******************************************************************
       500-PROCURA-OPERADOR            SECTION.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING AC-OP FROM 1 BY 1
                   UNTIL AC-OP > WS-QTDE-OPER
              MOVE WS-OPER-REG(AC-OP) TO OP-REGISTRO
              IF OP-ID = WS-ID-ALVO AND WS-ID-ALVO NOT = SPACES
                 MOVE "S" TO WS-ACHOU
                 MOVE OP-NOME TO WS-ACHOU-NOME
                 MOVE OP-PAPEL TO WS-ACHOU-PAPEL
                 MOVE OP-SITUACAO TO WS-ACHOU-SITUACAO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * WS-DATA-ENTRADA (AAAAMMDD) VALIDA EM WS-DATA-N; ZERO SE        *
      * INVALIDA                                                       *
      ******************************************************************
       550-VALIDA-DATA                 SECTION.
           MOVE ZERO TO WS-DATA-N.
           IF WS-DATA-ENTRADA IS NOT NUMERIC
              EXIT SECTION
           END-IF
           MOVE WS-DATA-ENTRADA TO WS-DATA-N.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-N) NOT = ZERO
              MOVE ZERO TO WS-DATA-N
           END-IF.
           EXIT.
      ******************************************************************
      * A FUNCAO PRECISA SER DE APROVACAO, NAO REPETIDA, E O TITULAR   *
      * PRECISA DETE-LA POR DIREITO PROPRIO (NAO POR OUTRA DELEGACAO)  *
      ******************************************************************
       600-CONFERE-FUNCAO              SECTION.
           MOVE "N" TO WS-FUNCAO-VALIDA.
           PERFORM VARYING AC-FA FROM 1 BY 1
                   UNTIL AC-FA > QTDE-FUNCOES-ALCADA
              IF WS-FUNCAO-ALCADA(AC-FA) = WS-FUNCAO-ENTRADA
                 MOVE "S" TO WS-FUNCAO-VALIDA
              END-IF
           END-PERFORM.
           IF WS-FUNCAO-VALIDA NOT = "S"
              DISPLAY "  Funcao sem alcada delegavel (use CAP04AP11, "
                      "C0502LIB, CAP04AP29 ou CAP04AP31)."
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-FA FROM 1 BY 1
                   UNTIL AC-FA > WS-QTDE-FUNCOES
              IF DG-FUNCAO(AC-FA) = WS-FUNCAO-ENTRADA
                 MOVE "N" TO WS-FUNCAO-VALIDA
              END-IF
           END-PERFORM.
           IF WS-FUNCAO-VALIDA NOT = "S"
              DISPLAY "  Funcao ja informada."
              EXIT SECTION
           END-IF
           CALL "PERMCHK" USING DG-TITULAR, WS-TITULAR-PAPEL,
              WS-FUNCAO-ENTRADA, WS-PERMITIDO.
           IF WS-PERMITIDO = "S"
              OR (WS-PERMITIDO = "D" AND WS-TITULAR-PAPEL = "C")
              CONTINUE
           ELSE
              MOVE "N" TO WS-FUNCAO-VALIDA
              DISPLAY "  O titular nao detem " WS-FUNCAO-ENTRADA
                      " por direito proprio; nao pode delega-la."
           END-IF.
           EXIT.
      ******************************************************************
      * WS-DATA-N (AAAAMMDD) EM WS-DATA-BR (DD/MM/AAAA)                *
      ******************************************************************
       850-FORMATA-DATA                SECTION.
           MOVE SPACES TO WS-DATA-BR.
           STRING WS-DATA-N(7:2) "/" WS-DATA-N(5:2) "/"
              WS-DATA-N(1:4)
              DELIMITED BY SIZE INTO WS-DATA-BR.
           EXIT.
       END PROGRAM CAP06AP24.
