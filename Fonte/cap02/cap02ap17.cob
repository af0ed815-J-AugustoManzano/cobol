      * a do perfil, e sem regra vale o filtro de papel de sempre.
      * Toda alteracao vai para AUDITLOG.DAT; as tentativas NEGADAS
      * tambem sao auditadas por quem nega (MENUGERAL).
      *
      * Segregacao de funcoes: a opcao [C] mantem a tabela de pares de
      * funcoes que ninguem deve deter junto (SODREG.DAT, com os pares
      * de fabrica pela semeadura [G]). Toda inclusao ou exclusao de
      * regra que FAZ um operador ou perfil passar a deter os dois
      * lados de um par - pela regra propria, pela do perfil ou pelo
      * papel de coordenador, como o PERMCHK decide - e recusada, a
      * menos que o coordenador documente a excecao com justificativa
      * (SODEXC.DAT, auditada). A opcao [S] emite o relatorio de
      * conflitos vigentes (CAP02AP27).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PERMREG-FILE ASSIGN TO "PERMREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REG-STATUS.
           SELECT SODREG-FILE ASSIGN TO "SODREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOD-STATUS.
           SELECT SODEXC-FILE ASSIGN TO "SODEXC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXC-STATUS.
           SELECT OPERREG-FILE ASSIGN TO "OPERREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERMREG-FILE.
           05  PM-OPERADOR     PIC X(8).
           05  PM-FUNCAO       PIC X(9).
           05  PM-PERMITE      PIC X.
       FD  SODREG-FILE.
       COPY "sodreg.cpy".
       FD  SODEXC-FILE.
       COPY "sodexc.cpy".
       FD  OPERREG-FILE.
       COPY "operreg.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-REGRAS VALUE 200.
       77  WS-MUDOU       PIC X VALUE "N".
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP02A17".
       77  WS-RESULTADO   PIC X(20).
       01  WS-TAB-REGRAS-ANT.
           05  WS-REGRA-ANT PIC X(18) OCCURS LIMITE-REGRAS TIMES.
       77  WS-QTDE-REGRAS-ANT PIC 9(3).
       78  LIMITE-CONFLITOS VALUE 50.
       01  WS-TAB-CONFLITOS.
           05  WS-CONF-REG PIC X(48) OCCURS LIMITE-CONFLITOS TIMES.
       77  WS-QTDE-CONFLITOS PIC 9(2) VALUE ZERO.
       01  WS-TAB-PARES.
           05  WS-PAR-ANTES PIC X OCCURS LIMITE-CONFLITOS TIMES.
           05  WS-PAR-AGORA PIC X OCCURS LIMITE-CONFLITOS TIMES.
       77  AC-CF          PIC 9(2).
       77  AC-CG          PIC 9(2).
       78  LIMITE-OPERADORES VALUE 50.
       01  WS-TAB-PAPEIS.
           05  WS-PAP-ENTRADA OCCURS LIMITE-OPERADORES TIMES.
               10  WS-PAP-ID    PIC X(8).
               10  WS-PAP-PAPEL PIC X.
       77  WS-QTDE-PAPEIS PIC 9(2) VALUE ZERO.
       77  AC-PP          PIC 9(2).
       77  WS-SOD-STATUS  PIC XX.
       77  WS-EXC-STATUS  PIC XX.
       77  WS-OPE-STATUS  PIC XX.
       77  WS-CONF-MUDOU  PIC X VALUE "N".
       77  WS-OPCAO-CONF  PIC X.
       77  WS-SUJEITO     PIC X(8).
       77  WS-FUNCAO-TESTE PIC X(9).
       77  WS-PAPEL-SUJ   PIC X.
       77  WS-PERFIL-SUJ  PIC X(8).
       77  WS-REGRA-SUJ   PIC X.
       77  WS-REGRA-PERF  PIC X.
       77  WS-DETEM       PIC X.
       77  WS-DETEM-A     PIC X.
       77  WS-QTDE-CHOQUES PIC 9(2).
       77  WS-JUSTIFICATIVA PIC X(40).
       77  WS-OPERADOR    PIC X(12).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           PERFORM 100-CARREGA-REGRAS.
           PERFORM 150-CARREGA-CONFLITOS.
           PERFORM 160-CARREGA-PAPEIS.
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "-----------------------------------"
              DISPLAY "[L] - Listar regras"
              DISPLAY "[I] - Incluir regra"
              DISPLAY "[E] - Excluir regra"
              DISPLAY "[C] - Conflitos de funcoes (tabela)"
              DISPLAY "[S] - Relatorio de conflitos vigentes"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
                    PERFORM 300-INCLUI-REGRA
                 WHEN "E"
                    PERFORM 400-EXCLUI-REGRA
                 WHEN "C"
                    PERFORM 500-MENU-CONFLITOS
                 WHEN "S"
      *             O relatorio le os arquivos: o que foi mudado na
      *             tela e gravado antes.
                    IF WS-MUDOU = "S"
                       PERFORM 700-REGRAVA-REGRAS
                    END-IF
                    IF WS-CONF-MUDOU = "S"
                       PERFORM 750-REGRAVA-CONFLITOS
                    END-IF
                    CALL "CAP02AP27"
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
              MOVE "PERMISSOES" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
           END-IF.
           IF WS-CONF-MUDOU = "S"
              PERFORM 750-REGRAVA-CONFLITOS
              MOVE "CONFLITOS SOD" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
           END-IF.
           GOBACK.
      ******************************************************************
      * CARGA DAS REGRAS PARA A TABELA                                 *
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * CARGA DA TABELA DE CONFLITOS DE FUNCOES                        *
      ******************************************************************
       150-CARREGA-CONFLITOS           SECTION.
           OPEN INPUT SODREG-FILE.
           IF WS-SOD-STATUS NOT = "00"
              EXIT SECTION
           END-IF
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
           END-PERFORM.
           CLOSE SODREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * PAPEL DE CADA OPERADOR, PARA A REGRA DE PERFIL E O PADRAO      *
      ******************************************************************
       160-CARREGA-PAPEIS              SECTION.
           OPEN INPUT OPERREG-FILE.
           IF WS-OPE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ OPERREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-PAPEIS < LIMITE-OPERADORES
                       ADD 1 TO WS-QTDE-PAPEIS
                       MOVE OP-ID TO WS-PAP-ID(WS-QTDE-PAPEIS)
                       MOVE OP-PAPEL TO WS-PAP-PAPEL(WS-QTDE-PAPEIS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * LISTAGEM DAS REGRAS                                            *
      ******************************************************************
       200-LISTA-REGRAS                SECTION.
              DISPLAY "Permite deve ser S ou N."
              EXIT SECTION
           END-IF
           MOVE PM-OPERADOR TO WS-SUJEITO.
           PERFORM 800-GUARDA-ANTES.
           ADD 1 TO WS-QTDE-REGRAS.
           MOVE PM-REGISTRO TO WS-REGRA-REG(WS-QTDE-REGRAS).
           PERFORM 850-CONFERE-CONFLITOS.
           IF WS-QTDE-CHOQUES > ZERO
              PERFORM 870-PEDE-EXCECAO
              IF WS-JUSTIFICATIVA = SPACES
                 PERFORM 890-DESFAZ
                 DISPLAY "Regra recusada: cria conflito de funcoes."
                 EXIT SECTION
              END-IF
           END-IF
           MOVE "S" TO WS-MUDOU.
           DISPLAY "Regra incluida.".
           EXIT.
           ACCEPT WS-FUNCAO-REGRA.
           MOVE FUNCTION UPPER-CASE(WS-FUNCAO-REGRA)
              TO WS-FUNCAO-REGRA.
           MOVE WS-OPERADOR-REGRA TO WS-SUJEITO.
           PERFORM 800-GUARDA-ANTES.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-REGRAS
                 SUBTRACT 1 FROM WS-QTDE-REGRAS
              END-IF
           END-PERFORM.
      *    Excluir uma regra "N" devolve a funcao ao perfil ou ao
      *    papel - e uma concessao como outra qualquer.
           IF WS-ACHOU = "S"
              PERFORM 850-CONFERE-CONFLITOS
              IF WS-QTDE-CHOQUES > ZERO
                 PERFORM 870-PEDE-EXCECAO
                 IF WS-JUSTIFICATIVA = SPACES
                    PERFORM 890-DESFAZ
                    DISPLAY "Exclusao recusada: cria conflito de "
                            "funcoes."
                    EXIT SECTION
                 END-IF
              END-IF
           END-IF
           IF WS-ACHOU = "S"
              MOVE "S" TO WS-MUDOU
              DISPLAY "Regra excluida."
           END-IF.
           EXIT.
      ******************************************************************
      * TABELA DE CONFLITOS: LISTA, INCLUI, EXCLUI E SEMEIA            *
      ******************************************************************
       500-MENU-CONFLITOS              SECTION.
           MOVE SPACE TO WS-OPCAO-CONF.
           PERFORM UNTIL WS-OPCAO-CONF = "V"
              DISPLAY CR
              DISPLAY "Conflitos de funcoes (segregacao)"
              DISPLAY "[L] Listar  [I] Incluir par  [E] Excluir par"
              DISPLAY "[G] Semear os pares de fabrica  [V] Voltar"
              DISPLAY "Opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO-CONF
              MOVE FUNCTION UPPER-CASE(WS-OPCAO-CONF)
                 TO WS-OPCAO-CONF
              EVALUATE WS-OPCAO-CONF
                 WHEN "L"
                    PERFORM 510-LISTA-CONFLITOS
                 WHEN "I"
                    PERFORM 520-INCLUI-CONFLITO
                 WHEN "E"
                    PERFORM 530-EXCLUI-CONFLITO
                 WHEN "G"
                    PERFORM 540-SEMEIA-CONFLITOS
                 WHEN "V"
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           EXIT.
      ******************************************************************
      * LISTAGEM DOS PARES EM CONFLITO                                 *
      ******************************************************************
       510-LISTA-CONFLITOS             SECTION.
           IF WS-QTDE-CONFLITOS = ZERO
              DISPLAY "Nenhum par cadastrado; use [G] para os pares "
                      "de fabrica."
              EXIT SECTION
           END-IF
           DISPLAY "FUNCAO A   FUNCAO B   DESCRICAO".
           PERFORM VARYING AC-CF FROM 1 BY 1
                   UNTIL AC-CF > WS-QTDE-CONFLITOS
              MOVE WS-CONF-REG(AC-CF) TO SR-REGISTRO
              DISPLAY SR-FUNCAO-A "  " SR-FUNCAO-B "  " SR-DESCRICAO
           END-PERFORM.
           EXIT.
      ******************************************************************
      * INCLUSAO DE UM PAR (NAO REPETIDO, EM QUALQUER ORDEM)           *
      ******************************************************************
       520-INCLUI-CONFLITO             SECTION.
           IF WS-QTDE-CONFLITOS >= LIMITE-CONFLITOS
              DISPLAY "Tabela de conflitos cheia."
              EXIT SECTION
           END-IF
           DISPLAY "Funcao A .................: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR-REGRA.
           DISPLAY "Funcao B .................: " WITH NO ADVANCING.
           ACCEPT WS-FUNCAO-REGRA.
           MOVE SPACES TO SR-REGISTRO.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR-REGRA) TO SR-FUNCAO-A.
           MOVE FUNCTION UPPER-CASE(WS-FUNCAO-REGRA) TO SR-FUNCAO-B.
           IF SR-FUNCAO-A = SPACES OR SR-FUNCAO-B = SPACES
              OR SR-FUNCAO-A = SR-FUNCAO-B
              DISPLAY "Par invalido: duas funcoes diferentes."
              EXIT SECTION
           END-IF
           PERFORM 560-PROCURA-PAR.
           IF WS-ACHOU = "S"
              DISPLAY "Par ja cadastrado."
              EXIT SECTION
           END-IF
           DISPLAY "Descricao ................: " WITH NO ADVANCING.
           ACCEPT SR-DESCRICAO.
           ADD 1 TO WS-QTDE-CONFLITOS.
           MOVE SR-REGISTRO TO WS-CONF-REG(WS-QTDE-CONFLITOS).
           MOVE "S" TO WS-CONF-MUDOU.
           DISPLAY "Par incluido.".
           EXIT.
      ******************************************************************
      * EXCLUSAO DE UM PAR                                             *
      ******************************************************************
       530-EXCLUI-CONFLITO             SECTION.
           DISPLAY "Funcao A .................: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR-REGRA.
           DISPLAY "Funcao B .................: " WITH NO ADVANCING.
           ACCEPT WS-FUNCAO-REGRA.
           MOVE SPACES TO SR-REGISTRO.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR-REGRA) TO SR-FUNCAO-A.
           MOVE FUNCTION UPPER-CASE(WS-FUNCAO-REGRA) TO SR-FUNCAO-B.
           PERFORM 560-PROCURA-PAR.
           IF WS-ACHOU NOT = "S"
              DISPLAY "Par nao encontrado."
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-CG FROM AC-CF BY 1
                   UNTIL AC-CG >= WS-QTDE-CONFLITOS
              MOVE WS-CONF-REG(AC-CG + 1) TO WS-CONF-REG(AC-CG)
           END-PERFORM.
           SUBTRACT 1 FROM WS-QTDE-CONFLITOS.
           MOVE "S" TO WS-CONF-MUDOU.
           DISPLAY "Par excluido.".
           EXIT.
      ******************************************************************
      * PARES DE FABRICA, SO ACRESCENTADOS QUANDO AINDA NAO EXISTEM    *
      ******************************************************************
       540-SEMEIA-CONFLITOS            SECTION.
           MOVE "C0502DTV" TO SR-FUNCAO-A.
           MOVE "C0502LIB" TO SR-FUNCAO-B.
           MOVE "Digita lote x libera retencao" TO SR-DESCRICAO.
           PERFORM 545-ACRESCENTA-SE-NOVO.
           MOVE "C0502CMB" TO SR-FUNCAO-A.
           MOVE "C0502CML" TO SR-FUNCAO-B.
           MOVE "Mantem cambio x carrega cambio" TO SR-DESCRICAO.
           PERFORM 545-ACRESCENTA-SE-NOVO.
           MOVE "CAP04AP04" TO SR-FUNCAO-A.
           MOVE "CAP04AP11" TO SR-FUNCAO-B.
           MOVE "Pede troca de nota x aprova" TO SR-DESCRICAO.
           PERFORM 545-ACRESCENTA-SE-NOVO.
           DISPLAY "Pares de fabrica conferidos.".
           EXIT.
      ******************************************************************
      * ACRESCENTA SR-REGISTRO SE O PAR AINDA NAO EXISTE               *
      ******************************************************************
       545-ACRESCENTA-SE-NOVO          SECTION.
           PERFORM 560-PROCURA-PAR.
           IF WS-ACHOU = "S" OR WS-QTDE-CONFLITOS >= LIMITE-CONFLITOS
              EXIT SECTION
           END-IF
           ADD 1 TO WS-QTDE-CONFLITOS.
           MOVE SR-REGISTRO TO WS-CONF-REG(WS-QTDE-CONFLITOS).
           MOVE "S" TO WS-CONF-MUDOU.
           EXIT.
      ******************************************************************
      * PROCURA O PAR SR-FUNCAO-A/SR-FUNCAO-B EM QUALQUER ORDEM        *
      ******************************************************************
       560-PROCURA-PAR                 SECTION.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING AC-CF FROM 1 BY 1
                   UNTIL AC-CF > WS-QTDE-CONFLITOS
              IF (WS-CONF-REG(AC-CF)(1:9) = SR-FUNCAO-A
                  AND WS-CONF-REG(AC-CF)(10:9) = SR-FUNCAO-B)
                 OR (WS-CONF-REG(AC-CF)(1:9) = SR-FUNCAO-B
                  AND WS-CONF-REG(AC-CF)(10:9) = SR-FUNCAO-A)
                 MOVE "S" TO WS-ACHOU
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DO ARQUIVO DE REGRAS                       *
      ******************************************************************
       700-REGRAVA-REGRAS              SECTION.
           END-PERFORM.
           CLOSE PERMREG-FILE.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DA TABELA DE CONFLITOS                     *
      ******************************************************************
       750-REGRAVA-CONFLITOS           SECTION.
           OPEN OUTPUT SODREG-FILE.
           PERFORM VARYING AC-CF FROM 1 BY 1
                   UNTIL AC-CF > WS-QTDE-CONFLITOS
              MOVE WS-CONF-REG(AC-CF) TO SR-REGISTRO
              WRITE SR-REGISTRO
           END-PERFORM.
           CLOSE SODREG-FILE.
           MOVE "N" TO WS-CONF-MUDOU.
           EXIT.
      ******************************************************************
      * COPIA DAS REGRAS E DOS PARES DETIDOS POR WS-SUJEITO ANTES DA   *
      * MUDANCA, PARA SO A CONCESSAO QUE CRIA O CONFLITO SER COBRADA   *
      ******************************************************************
       800-GUARDA-ANTES                SECTION.
           MOVE WS-TAB-REGRAS TO WS-TAB-REGRAS-ANT.
           MOVE WS-QTDE-REGRAS TO WS-QTDE-REGRAS-ANT.
           PERFORM 820-AVALIA-PARES.
           PERFORM VARYING AC-CF FROM 1 BY 1
                   UNTIL AC-CF > WS-QTDE-CONFLITOS
              MOVE WS-PAR-AGORA(AC-CF) TO WS-PAR-ANTES(AC-CF)
           END-PERFORM.
           EXIT.
      ******************************************************************
      * PARES DA TABELA QUE WS-SUJEITO DETEM INTEIROS (WS-PAR-AGORA)   *
      ******************************************************************
       820-AVALIA-PARES                SECTION.
           PERFORM VARYING AC-CF FROM 1 BY 1
                   UNTIL AC-CF > WS-QTDE-CONFLITOS
              MOVE "N" TO WS-PAR-AGORA(AC-CF)
              MOVE WS-CONF-REG(AC-CF)(1:9) TO WS-FUNCAO-TESTE
              PERFORM 830-DETEM-FUNCAO
              MOVE WS-DETEM TO WS-DETEM-A
              MOVE WS-CONF-REG(AC-CF)(10:9) TO WS-FUNCAO-TESTE
              PERFORM 830-DETEM-FUNCAO
              IF WS-DETEM-A = "S" AND WS-DETEM = "S"
                 MOVE "S" TO WS-PAR-AGORA(AC-CF)
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * WS-SUJEITO DETEM WS-FUNCAO-TESTE? COMO O PERMCHK: REGRA DO     *
      * OPERADOR, SENAO A DO PERFIL, SENAO O PAPEL ("C" PODE)          *
      ******************************************************************
       830-DETEM-FUNCAO                SECTION.
           MOVE "D" TO WS-REGRA-SUJ WS-REGRA-PERF.
           IF WS-SUJEITO(1:1) = "*"
              MOVE WS-SUJEITO(2:1) TO WS-PAPEL-SUJ
           ELSE
              MOVE "O" TO WS-PAPEL-SUJ
              PERFORM VARYING AC-PP FROM 1 BY 1
                      UNTIL AC-PP > WS-QTDE-PAPEIS
                 IF WS-PAP-ID(AC-PP) = WS-SUJEITO
                    MOVE WS-PAP-PAPEL(AC-PP) TO WS-PAPEL-SUJ
                 END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO WS-PERFIL-SUJ.
           STRING "*" WS-PAPEL-SUJ DELIMITED BY SIZE
              INTO WS-PERFIL-SUJ.
           PERFORM VARYING AC-CJ FROM 1 BY 1
                   UNTIL AC-CJ > WS-QTDE-REGRAS
              IF WS-REGRA-REG(AC-CJ)(9:9) = WS-FUNCAO-TESTE
                 IF WS-REGRA-REG(AC-CJ)(1:8) = WS-SUJEITO
                    MOVE WS-REGRA-REG(AC-CJ)(18:1) TO WS-REGRA-SUJ
                 END-IF
                 IF WS-REGRA-REG(AC-CJ)(1:8) = WS-PERFIL-SUJ
                    MOVE WS-REGRA-REG(AC-CJ)(18:1) TO WS-REGRA-PERF
                 END-IF
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-REGRA-SUJ NOT = "D"
                 MOVE WS-REGRA-SUJ TO WS-DETEM
              WHEN WS-REGRA-PERF NOT = "D"
                 MOVE WS-REGRA-PERF TO WS-DETEM
              WHEN WS-PAPEL-SUJ = "C"
                 MOVE "S" TO WS-DETEM
              WHEN OTHER
                 MOVE "N" TO WS-DETEM
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * PARES QUE A MUDANCA PASSOU A FECHAR PARA WS-SUJEITO            *
      ******************************************************************
       850-CONFERE-CONFLITOS           SECTION.
           MOVE ZERO TO WS-QTDE-CHOQUES.
           PERFORM 820-AVALIA-PARES.
           PERFORM VARYING AC-CF FROM 1 BY 1
                   UNTIL AC-CF > WS-QTDE-CONFLITOS
              IF WS-PAR-AGORA(AC-CF) = "S"
                 AND WS-PAR-ANTES(AC-CF) NOT = "S"
                 ADD 1 TO WS-QTDE-CHOQUES
                 MOVE WS-CONF-REG(AC-CF) TO SR-REGISTRO
                 DISPLAY "CONFLITO: " WS-SUJEITO " passaria a deter "
                    SR-FUNCAO-A " e " SR-FUNCAO-B " (" SR-DESCRICAO
                    ")"
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * EXCECAO DOCUMENTADA: SEM JUSTIFICATIVA A MUDANCA E RECUSADA;   *
      * COM ELA, UM REGISTRO EM SODEXC.DAT POR PAR E A TRILHA          *
      ******************************************************************
       870-PEDE-EXCECAO                SECTION.
           DISPLAY "Justificativa da excecao (branco recusa): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-JUSTIFICATIVA.
           ACCEPT WS-JUSTIFICATIVA.
           IF WS-JUSTIFICATIVA = SPACES
              EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           OPEN EXTEND SODEXC-FILE.
           IF WS-EXC-STATUS = "35"
              OPEN OUTPUT SODEXC-FILE
           END-IF
           PERFORM VARYING AC-CF FROM 1 BY 1
                   UNTIL AC-CF > WS-QTDE-CONFLITOS
              IF WS-PAR-AGORA(AC-CF) = "S"
                 AND WS-PAR-ANTES(AC-CF) NOT = "S"
                 MOVE WS-CONF-REG(AC-CF) TO SR-REGISTRO
                 MOVE WS-SUJEITO TO SX-SUJEITO
                 MOVE SR-FUNCAO-A TO SX-FUNCAO-A
                 MOVE SR-FUNCAO-B TO SX-FUNCAO-B
                 MOVE WS-JUSTIFICATIVA TO SX-JUSTIFICATIVA
                 MOVE WS-OPERADOR TO SX-COORDENADOR
                 MOVE WS-DATA-HORA-SISTEMA(1:8) TO SX-DATA
                 WRITE SX-REGISTRO
              END-IF
           END-PERFORM.
           CLOSE SODEXC-FILE.
           MOVE "SOD EXCECAO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           DISPLAY "Excecao documentada em SODEXC.DAT.".
           EXIT.
      ******************************************************************
      * DESFAZ A MUDANCA RECUSADA (REGRAS COMO ANTES)                  *
      ******************************************************************
       890-DESFAZ                      SECTION.
           MOVE WS-TAB-REGRAS-ANT TO WS-TAB-REGRAS.
           MOVE WS-QTDE-REGRAS-ANT TO WS-QTDE-REGRAS.
           MOVE "N" TO WS-ACHOU.
           EXIT.
       END PROGRAM CAP02AP17.
