       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP02AP27.
      *
      * Relatorio mensal de segregacao de funcoes. O CAP02AP17 recusa
      * (ou exige excecao documentada para) a concessao que fecha um
      * par da tabela de conflitos SODREG.DAT, mas as regras antigas e
      * as que chegam pelo perfil ("*C"/"*O") ou pelo proprio papel
      * continuam la. Este relatorio cruza cada operador nao inativado
      * de OPERREG.DAT com cada par de SODREG.DAT e, detendo o
      * operador as duas funcoes do par pela mesma logica do PERMCHK
      * (regra do operador, senao a do perfil, senao o papel - o
      * coordenador pode tudo o que nao lhe foi negado), lista o
      * operador, o par e de onde vem cada funcao (OPER, *C/*O ou
      * PAPEL). O par coberto por excecao de SODEXC.DAT (pelo id do
      * operador ou pelo perfil dele) sai marcado EXCECAO e nao conta
      * como pendencia. Saida SODCONF.LST (IMPRIME/RELGER), totais em
      * STATSLOG e AUDITLOG; havendo conflito sem excecao,
      * RETURN-CODE 4.
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
           SELECT PERMREG-FILE ASSIGN TO "PERMREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRM-STATUS.
           SELECT SODREG-FILE ASSIGN TO "SODREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOD-STATUS.
           SELECT SODEXC-FILE ASSIGN TO "SODEXC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERREG-FILE.
       COPY "operreg.cpy".
       FD  PERMREG-FILE.
       01  PM-REGISTRO.
           05  PM-OPERADOR     PIC X(8).
           05  PM-FUNCAO       PIC X(9).
           05  PM-PERMITE      PIC X.
       FD  SODREG-FILE.
       COPY "sodreg.cpy".
       FD  SODEXC-FILE.
       COPY "sodexc.cpy".
       WORKING-STORAGE SECTION.
       78  LIMITE-REGRAS VALUE 200.
       78  LIMITE-CONFLITOS VALUE 50.
       78  LIMITE-EXCECOES VALUE 200.
       01  WS-TAB-REGRAS.
           05  WS-REGRA-REG PIC X(18) OCCURS LIMITE-REGRAS TIMES.
       77  WS-QTDE-REGRAS  PIC 9(3) VALUE ZERO.
       01  WS-TAB-CONFLITOS.
           05  WS-CONF-REG PIC X(48) OCCURS LIMITE-CONFLITOS TIMES.
       77  WS-QTDE-CONFLITOS PIC 9(2) VALUE ZERO.
       01  WS-TAB-EXCECOES.
           05  WS-EXC-ENTRADA OCCURS LIMITE-EXCECOES TIMES.
               10  WS-EXC-SUJEITO  PIC X(8).
               10  WS-EXC-FUNCAO-A PIC X(9).
               10  WS-EXC-FUNCAO-B PIC X(9).
       77  WS-QTDE-EXCECOES PIC 9(3) VALUE ZERO.
       77  AC-CF           PIC 9(2).
       77  AC-CJ           PIC 9(3).
       77  AC-EX           PIC 9(3).
       77  WS-OPE-STATUS   PIC XX.
       77  WS-PRM-STATUS   PIC XX.
       77  WS-SOD-STATUS   PIC XX.
       77  WS-EXC-STATUS   PIC XX.
       77  WS-FIM-ARQUIVO  PIC X VALUE "N".
           88 WS-FIM-OK    VALUE "S".
       77  WS-PERFIL       PIC X(8).
       77  WS-FUNCAO-TESTE PIC X(9).
       77  WS-REGRA-OPER   PIC X.
       77  WS-REGRA-PERF   PIC X.
       77  WS-DETEM        PIC X.
       77  WS-DETEM-A      PIC X.
       77  WS-ORIGEM       PIC X(5).
       77  WS-ORIGEM-A     PIC X(5).
       77  WS-COBERTO      PIC X.
       77  WS-TOTAL-LIDOS  PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-CONFLITOS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-EXCECOES PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-PENDENTES PIC 9(6) VALUE ZERO.
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
       77  WS-PROGRAMA     PIC X(8) VALUE "CAP02A27".
       77  WS-RESULTADO    PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Conflitos de Segregacao de Funcoes".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           MOVE ZERO TO WS-QTDE-REGRAS WS-QTDE-CONFLITOS
                        WS-QTDE-EXCECOES WS-TOTAL-LIDOS
                        WS-TOTAL-CONFLITOS WS-TOTAL-EXCECOES
                        WS-TOTAL-PENDENTES WS-IMP-TOTAL.
           PERFORM 100-CARREGA-TABELAS.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "SODCONF.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "CONFLITOS DE SEGREGACAO DE FUNCOES"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           IF WS-QTDE-CONFLITOS = ZERO
              MOVE "  (tabela de conflitos SODREG.DAT vazia)"
                 TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           ELSE
              MOVE "OPERADOR NOME         P FUNCAO-A  ORIGEM FUNCAO-B"
                 TO WS-LINHA
              MOVE " ORIGEM  SITUACAO" TO WS-LINHA(51:17)
              PERFORM 800-IMPRIME-LINHA
              PERFORM 200-VARRE-OPERADORES
              IF WS-TOTAL-CONFLITOS = ZERO
                 MOVE "  (nenhum operador detem um par em conflito)"
                    TO WS-LINHA
                 PERFORM 800-IMPRIME-LINHA
              END-IF
           END-IF
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-CONFLITOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "SODCONF.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Operadores examinados .......: " WS-TOTAL-LIDOS.
           DISPLAY "Conflitos encontrados .......: " WS-TOTAL-CONFLITOS.
           DISPLAY "  cobertos por excecao ......: " WS-TOTAL-EXCECOES.
           DISPLAY "  sem excecao documentada ...: " WS-TOTAL-PENDENTES.
           DISPLAY "Relatorio gravado em SODCONF.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-PENDENTES,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           IF WS-TOTAL-PENDENTES > ZERO
              MOVE "COM CONFLITOS" TO WS-RESULTADO
           ELSE
              MOVE "SEM CONFLITOS" TO WS-RESULTADO
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           IF WS-TOTAL-PENDENTES > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.
      ******************************************************************
      * CARGA DAS REGRAS DE PERMREG.DAT, DOS PARES DE SODREG.DAT E DAS *
      * EXCECOES DOCUMENTADAS DE SODEXC.DAT                            *
      ******************************************************************
       100-CARREGA-TABELAS             SECTION.
           OPEN INPUT PERMREG-FILE.
           IF WS-PRM-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ PERMREG-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-REGRAS < LIMITE-REGRAS
                          ADD 1 TO WS-QTDE-REGRAS
                          MOVE PM-REGISTRO
                             TO WS-REGRA-REG(WS-QTDE-REGRAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERMREG-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT SODREG-FILE.
           IF WS-SOD-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ SODREG-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-CONFLITOS < LIMITE-CONFLITOS
                          ADD 1 TO WS-QTDE-CONFLITOS
                          MOVE SR-REGISTRO
                             TO WS-CONF-REG(WS-QTDE-CONFLITOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SODREG-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT SODEXC-FILE.
           IF WS-EXC-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ SODEXC-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-EXCECOES < LIMITE-EXCECOES
                          ADD 1 TO WS-QTDE-EXCECOES
                          MOVE SX-SUJEITO
                             TO WS-EXC-SUJEITO(WS-QTDE-EXCECOES)
                          MOVE SX-FUNCAO-A
                             TO WS-EXC-FUNCAO-A(WS-QTDE-EXCECOES)
                          MOVE SX-FUNCAO-B
                             TO WS-EXC-FUNCAO-B(WS-QTDE-EXCECOES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SODEXC-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * CADA OPERADOR NAO INATIVADO CONTRA CADA PAR DA TABELA          *
      ******************************************************************
       200-VARRE-OPERADORES            SECTION.
           OPEN INPUT OPERREG-FILE.
           IF WS-OPE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ OPERREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF OP-SITUACAO NOT = "I"
                       ADD 1 TO WS-TOTAL-LIDOS
                       MOVE SPACES TO WS-PERFIL
                       STRING "*" OP-PAPEL DELIMITED BY SIZE
                          INTO WS-PERFIL
                       PERFORM VARYING AC-CF FROM 1 BY 1
                               UNTIL AC-CF > WS-QTDE-CONFLITOS
                          PERFORM 300-CONFERE-PAR
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * O OPERADOR DETEM AS DUAS FUNCOES DO PAR? LINHA NO RELATORIO,   *
      * MARCADA EXCECAO QUANDO SODEXC.DAT COBRE O PAR                  *
      ******************************************************************
       300-CONFERE-PAR                 SECTION.
           MOVE WS-CONF-REG(AC-CF) TO SR-REGISTRO.
           MOVE SR-FUNCAO-A TO WS-FUNCAO-TESTE.
           PERFORM 400-DETEM-FUNCAO.
           IF WS-DETEM NOT = "S"
              EXIT SECTION
           END-IF
           MOVE WS-DETEM TO WS-DETEM-A.
           MOVE WS-ORIGEM TO WS-ORIGEM-A.
           MOVE SR-FUNCAO-B TO WS-FUNCAO-TESTE.
           PERFORM 400-DETEM-FUNCAO.
           IF WS-DETEM NOT = "S"
              EXIT SECTION
           END-IF
           ADD 1 TO WS-TOTAL-CONFLITOS.
           PERFORM 500-PROCURA-EXCECAO.
           MOVE SPACES TO WS-LINHA.
           STRING OP-ID " " OP-NOME " " OP-PAPEL " "
                  SR-FUNCAO-A " " WS-ORIGEM-A "  "
                  SR-FUNCAO-B " " WS-ORIGEM "  "
              DELIMITED BY SIZE INTO WS-LINHA.
           IF WS-COBERTO = "S"
              ADD 1 TO WS-TOTAL-EXCECOES
              MOVE "EXCECAO" TO WS-LINHA(59:7)
           ELSE
              ADD 1 TO WS-TOTAL-PENDENTES
              MOVE "CONFLITO" TO WS-LINHA(59:8)
           END-IF
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * COMO O PERMCHK: REGRA DO OPERADOR, SENAO A DO PERFIL, SENAO O  *
      * PAPEL ("C" PODE). WS-ORIGEM DIZ DE ONDE VEIO A FUNCAO          *
      ******************************************************************
       400-DETEM-FUNCAO                SECTION.
           MOVE "D" TO WS-REGRA-OPER WS-REGRA-PERF.
           PERFORM VARYING AC-CJ FROM 1 BY 1
                   UNTIL AC-CJ > WS-QTDE-REGRAS
              IF WS-REGRA-REG(AC-CJ)(9:9) = WS-FUNCAO-TESTE
                 IF WS-REGRA-REG(AC-CJ)(1:8) = OP-ID
                    MOVE WS-REGRA-REG(AC-CJ)(18:1) TO WS-REGRA-OPER
                 END-IF
                 IF WS-REGRA-REG(AC-CJ)(1:8) = WS-PERFIL
                    MOVE WS-REGRA-REG(AC-CJ)(18:1) TO WS-REGRA-PERF
                 END-IF
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-REGRA-OPER NOT = "D"
                 MOVE WS-REGRA-OPER TO WS-DETEM
                 MOVE "OPER" TO WS-ORIGEM
              WHEN WS-REGRA-PERF NOT = "D"
                 MOVE WS-REGRA-PERF TO WS-DETEM
                 MOVE WS-PERFIL TO WS-ORIGEM
              WHEN OP-PAPEL = "C"
                 MOVE "S" TO WS-DETEM
                 MOVE "PAPEL" TO WS-ORIGEM
              WHEN OTHER
                 MOVE "N" TO WS-DETEM
                 MOVE SPACES TO WS-ORIGEM
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * EXCECAO PARA O PAR PELO ID DO OPERADOR OU PELO PERFIL DELE,    *
      * EM QUALQUER ORDEM DAS FUNCOES                                  *
      ******************************************************************
       500-PROCURA-EXCECAO             SECTION.
           MOVE "N" TO WS-COBERTO.
           PERFORM VARYING AC-EX FROM 1 BY 1
                   UNTIL AC-EX > WS-QTDE-EXCECOES
              IF (WS-EXC-SUJEITO(AC-EX) = OP-ID
                  OR WS-EXC-SUJEITO(AC-EX) = WS-PERFIL)
                 AND ((WS-EXC-FUNCAO-A(AC-EX) = SR-FUNCAO-A
                       AND WS-EXC-FUNCAO-B(AC-EX) = SR-FUNCAO-B)
                   OR (WS-EXC-FUNCAO-A(AC-EX) = SR-FUNCAO-B
                       AND WS-EXC-FUNCAO-B(AC-EX) = SR-FUNCAO-A))
                 MOVE "S" TO WS-COBERTO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * UMA LINHA DE DETALHE PELO IMPRIME                              *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
       END PROGRAM CAP02AP27.
