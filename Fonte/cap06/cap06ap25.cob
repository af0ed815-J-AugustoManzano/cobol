       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP06AP25.
      *
      * Relatorio das delegacoes de alcada (DELEGREG.DAT), chamado
      * pela opcao [R] da tela CAP06AP24. Lista cada delegacao com o
      * titular e o substituto (id e nome, de OPERREG.DAT), o periodo,
      * as funcoes delegadas e a situacao na data de hoje: ATIVA,
      * FUTURA (ainda nao comecou), EXPIRADA (periodo vencido) ou
      * CANCELADA pelo titular ou pelo coordenador. Ao lado, quantas
      * acoes o substituto tomou em nome do titular, contadas na
      * AUDITLOG.DAT: os registros "DELEGADO DE" + id do titular
      * gravados com o nome do substituto dentro do periodo. O fim
      * traz os totais por situacao. Saida em DELEGA.LST
      * (IMPRIME/RELGER), com STATSLOG e AUDITLOG como os demais.
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
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERREG-FILE.
       COPY "operreg.cpy".
       FD  DELEGREG-FILE.
       COPY "delegreg.cpy".
       FD  AUDIT-LOG-FILE.
       COPY "auditlog.cpy".
       WORKING-STORAGE SECTION.
       78  LIMITE-OPERADORES VALUE 50.
       78  LIMITE-DELEGACOES VALUE 500.
       01  WS-TABELA-OPER.
           05  WS-OPER-REG PIC X(43) OCCURS LIMITE-OPERADORES TIMES.
       77  WS-QTDE-OPER    PIC 9(2) VALUE ZERO.
       01  WS-TAB-DELEG.
           05  WS-DLG-ENTRADA OCCURS LIMITE-DELEGACOES TIMES.
               10  WS-DLG-REG       PIC X(123).
               10  WS-DLG-NOME-SUB  PIC X(12).
               10  WS-DLG-ACOES     PIC 9(6).
       77  WS-QTDE-DELEG   PIC 9(3) VALUE ZERO.
       77  AC-OP           PIC 9(2).
       77  AC-DG           PIC 9(3).
       77  WS-OPE-STATUS   PIC XX.
       77  WS-DLG-STATUS   PIC XX.
       77  WS-AUD-STATUS   PIC XX.
       77  WS-FIM-ARQUIVO  PIC X VALUE "N".
           88 WS-FIM-OK    VALUE "S".
       77  WS-TRANSBORDO   PIC X VALUE "N".
       77  WS-HOJE         PIC 9(8).
       77  WS-ID-ALVO      PIC X(8).
       77  WS-NOME-ALVO    PIC X(12).
       77  WS-NOME-TITULAR PIC X(12).
       77  WS-SITUACAO-TXT PIC X(9).
       77  WS-TOTAL-ATIVAS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-FUTURAS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-EXPIRADAS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-CANCELADAS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-ACOES  PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-LIDOS  PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-REJEITADOS PIC 9(6) VALUE ZERO.
       77  WS-DATA-N       PIC 9(8).
       77  WS-DATA-BR      PIC X(10).
       77  WS-INICIO-BR    PIC X(10).
       77  WS-FIM-BR       PIC X(10).
       77  WS-LINHA        PIC X(132) VALUE SPACES.
       77  WS-IMP-OPCAO    PIC X.
       77  WS-IMP-TEXTO    PIC X(132).
       77  WS-IMP-TOTAL    PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO PIC X(14).
       77  WS-DATA-INICIO  PIC X(20).
       77  WS-DATA-FIM     PIC X(20).
       77  WS-DUR-HRA      PIC 9(4).
       77  WS-DUR-MIN      PIC 9(2).
       77  WS-DUR-SEG      PIC 9(2).
       77  WS-DUR-CEN      PIC 9(2).
       77  WS-PROGRAMA     PIC X(8) VALUE "CAP06A25".
       77  WS-RESULTADO    PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Relatorio de Delegacoes de Aprovacao".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           MOVE WS-DATA-INICIO(1:8) TO WS-HOJE.
           MOVE ZERO TO WS-QTDE-OPER WS-QTDE-DELEG WS-TOTAL-ATIVAS
                        WS-TOTAL-FUTURAS WS-TOTAL-EXPIRADAS
                        WS-TOTAL-CANCELADAS WS-TOTAL-ACOES
                        WS-TOTAL-LIDOS WS-IMP-TOTAL.
           MOVE "N" TO WS-TRANSBORDO.
           PERFORM 100-CARREGA-ARQUIVOS.
           IF WS-TRANSBORDO = "S"
              DISPLAY "Operadores ou delegacoes excedem a tabela; "
                      "relatorio cancelado."
              MOVE "TRANSBORDO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 200-CONTA-ACOES.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "DELEGA.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "DELEGACOES DE APROVACAO (AUSENCIAS)"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-LINHA.
           MOVE "SEQ  TITULAR  NOME         SUBSTIT. NOME         "
              TO WS-LINHA(1:50).
           MOVE "INICIO     FIM        SITUACAO   ACOES FUNCOES"
              TO WS-LINHA(50:47).
           PERFORM 800-IMPRIME-LINHA.
           PERFORM 300-LISTA-DELEGACOES.
           IF WS-QTDE-DELEG = ZERO
              MOVE "  (nenhuma delegacao registrada)" TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF
           PERFORM 400-IMPRIME-TOTAIS.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-QTDE-DELEG TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "DELEGA.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Delegacoes ativas ...........: " WS-TOTAL-ATIVAS.
           DISPLAY "Delegacoes futuras ..........: " WS-TOTAL-FUTURAS.
           DISPLAY "Delegacoes expiradas ........: "
              WS-TOTAL-EXPIRADAS.
           DISPLAY "Delegacoes canceladas .......: "
              WS-TOTAL-CANCELADAS.
           DISPLAY "Acoes sob delegacao .........: " WS-TOTAL-ACOES.
           DISPLAY "Relatorio gravado em DELEGA.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           MOVE WS-QTDE-DELEG TO WS-TOTAL-REJEITADOS.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-REJEITADOS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           MOVE "RELATORIO EMITIDO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * CARGA DOS OPERADORES (NOMES) E DAS DELEGACOES                  *
      ******************************************************************
       100-CARREGA-ARQUIVOS            SECTION.
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
                       ADD 1 TO WS-TOTAL-LIDOS
                       IF WS-QTDE-DELEG < LIMITE-DELEGACOES
                          ADD 1 TO WS-QTDE-DELEG
                          MOVE DG-REGISTRO
                             TO WS-DLG-REG(WS-QTDE-DELEG)
                          MOVE DG-SUBSTITUTO TO WS-ID-ALVO
                          PERFORM 500-PROCURA-NOME
                          MOVE WS-NOME-ALVO
                             TO WS-DLG-NOME-SUB(WS-QTDE-DELEG)
                          MOVE ZERO TO WS-DLG-ACOES(WS-QTDE-DELEG)
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
      * ACOES SOB DELEGACAO NA TRILHA: "DELEGADO DE" + TITULAR, COM O  *
      * NOME DO SUBSTITUTO, DENTRO DO PERIODO DA DELEGACAO             *
      ******************************************************************
       200-CONTA-ACOES                 SECTION.
           IF WS-QTDE-DELEG = ZERO
              EXIT SECTION
           END-IF
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUD-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ AUDIT-LOG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF AL-RESULTADO(1:12) = "DELEGADO DE "
                       PERFORM 250-ATRIBUI-ACAO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * A ACAO DA TRILHA VAI PARA A DELEGACAO DO MESMO TITULAR E       *
      * SUBSTITUTO CUJO PERIODO CONTEM A DATA (A PRIMEIRA QUE SERVIR)  *
      ******************************************************************
       250-ATRIBUI-ACAO                SECTION.
           PERFORM VARYING AC-DG FROM 1 BY 1
                   UNTIL AC-DG > WS-QTDE-DELEG
              MOVE WS-DLG-REG(AC-DG) TO DG-REGISTRO
              IF AL-RESULTADO(13:8) = DG-TITULAR
                 AND AL-OPERADOR = WS-DLG-NOME-SUB(AC-DG)
                 AND AL-DATA >= DG-INICIO
                 AND AL-DATA <= DG-FIM
                 ADD 1 TO WS-DLG-ACOES(AC-DG)
                 ADD 1 TO WS-TOTAL-ACOES
                 EXIT SECTION
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * UMA LINHA POR DELEGACAO, COM A SITUACAO NA DATA DE HOJE        *
      ******************************************************************
       300-LISTA-DELEGACOES            SECTION.
           PERFORM VARYING AC-DG FROM 1 BY 1
                   UNTIL AC-DG > WS-QTDE-DELEG
              MOVE WS-DLG-REG(AC-DG) TO DG-REGISTRO
              MOVE DG-TITULAR TO WS-ID-ALVO
              PERFORM 500-PROCURA-NOME
              MOVE WS-NOME-ALVO TO WS-NOME-TITULAR
              EVALUATE TRUE
                 WHEN DG-CANCELADA
                    MOVE "CANCELADA" TO WS-SITUACAO-TXT
                    ADD 1 TO WS-TOTAL-CANCELADAS
                 WHEN DG-FIM < WS-HOJE
                    MOVE "EXPIRADA" TO WS-SITUACAO-TXT
                    ADD 1 TO WS-TOTAL-EXPIRADAS
                 WHEN DG-INICIO > WS-HOJE
                    MOVE "FUTURA" TO WS-SITUACAO-TXT
                    ADD 1 TO WS-TOTAL-FUTURAS
                 WHEN OTHER
                    MOVE "ATIVA" TO WS-SITUACAO-TXT
                    ADD 1 TO WS-TOTAL-ATIVAS
              END-EVALUATE
              MOVE DG-INICIO TO WS-DATA-N
              PERFORM 850-FORMATA-DATA
              MOVE WS-DATA-BR TO WS-INICIO-BR
              MOVE DG-FIM TO WS-DATA-N
              PERFORM 850-FORMATA-DATA
              MOVE WS-DATA-BR TO WS-FIM-BR
              MOVE SPACES TO WS-LINHA
              STRING DG-SEQ " " DG-TITULAR " " WS-NOME-TITULAR " "
                 DG-SUBSTITUTO " " WS-DLG-NOME-SUB(AC-DG) " "
                 WS-INICIO-BR " " WS-FIM-BR " " WS-SITUACAO-TXT " "
                 WS-DLG-ACOES(AC-DG) " " DG-FUNCAO(1) " "
                 DG-FUNCAO(2) " " DG-FUNCAO(3) " " DG-FUNCAO(4)
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
              IF DG-MOTIVO NOT = SPACES
                 MOVE SPACES TO WS-LINHA
                 STRING "     MOTIVO: " DG-MOTIVO
                    "  REGISTRADA POR " DG-REGISTRADOR
                    DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 800-IMPRIME-LINHA
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * TOTAIS POR SITUACAO E DE ACOES SOB DELEGACAO                   *
      ******************************************************************
       400-IMPRIME-TOTAIS              SECTION.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           STRING "ATIVAS " WS-TOTAL-ATIVAS "  FUTURAS "
              WS-TOTAL-FUTURAS "  EXPIRADAS " WS-TOTAL-EXPIRADAS
              "  CANCELADAS " WS-TOTAL-CANCELADAS
              "  ACOES SOB DELEGACAO " WS-TOTAL-ACOES
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * NOME DO OPERADOR WS-ID-ALVO (BRANCO SE NAO CONSTA)             *
      ******************************************************************
       500-PROCURA-NOME                SECTION.
           MOVE SPACES TO WS-NOME-ALVO.
           PERFORM VARYING AC-OP FROM 1 BY 1
                   UNTIL AC-OP > WS-QTDE-OPER
              MOVE WS-OPER-REG(AC-OP) TO OP-REGISTRO
              IF OP-ID = WS-ID-ALVO
                 MOVE OP-NOME TO WS-NOME-ALVO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * LINHA DA LISTAGEM DELEGA.LST                                   *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
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
       END PROGRAM CAP06AP25.
