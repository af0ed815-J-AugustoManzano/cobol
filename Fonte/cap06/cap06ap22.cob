       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP06AP22.
      *
      * Tela da recertificacao trimestral de acessos, opcao [15] do
      * coordenador no MENUGERAL. A campanha (RECERT.DAT) e aberta
      * pelo passo noturno CAP06AP23: uma linha por conta e uma por
      * permissao "S" de cada operador, com o ultimo sign-on. Aqui o
      * coordenador lista os operadores da sua unidade (o da sede, ou
      * sem unidade, ve todos - alcance do UNIDSVC) e decide cada
      * linha pendente da campanha corrente: CONFIRMA, e ela segue
      * valendo, ou REVOGA, e o efeito e imediato - a permissao sai de
      * PERMREG.DAT, ou a conta fica inativada ("I" em OP-SITUACAO).
      * Ninguem recertifica o proprio acesso, e a linha cujo prazo ja
      * venceu nao aceita decisao: caduca no passo noturno. Cada
      * revogacao vai para AUDITLOG.DAT; as confirmacoes ficam na
      * propria linha (decisor e data).
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
           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERREG-FILE.
       COPY "operreg.cpy".
       FD  PERMREG-FILE.
       01  PM-REGISTRO.
           05  PM-OPERADOR     PIC X(8).
           05  PM-FUNCAO       PIC X(9).
           05  PM-PERMITE      PIC X.
       FD  RECERT-FILE.
       COPY "recert.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-OPERADORES VALUE 50.
       78  LIMITE-REGRAS VALUE 200.
       78  LIMITE-LINHAS VALUE 2000.
       01  WS-TABELA-OPER.
           05  WS-OPER-REG PIC X(43) OCCURS LIMITE-OPERADORES TIMES.
       77  WS-QTDE-OPER    PIC 9(2) VALUE ZERO.
       01  WS-TAB-REGRAS.
           05  WS-REGRA-REG PIC X(18) OCCURS LIMITE-REGRAS TIMES.
       77  WS-QTDE-REGRAS  PIC 9(3) VALUE ZERO.
       01  WS-TAB-LINHAS.
           05  WS-LINHA-REG PIC X(77) OCCURS LIMITE-LINHAS TIMES.
       77  WS-QTDE-LINHAS  PIC 9(4) VALUE ZERO.
       77  AC-OP           PIC 9(2).
       77  AC-RG           PIC 9(3).
       77  AC-RJ           PIC 9(3).
       77  AC-LN           PIC 9(4).
       77  WS-OPE-STATUS   PIC XX.
       77  WS-PRM-STATUS   PIC XX.
       77  WS-REC-STATUS   PIC XX.
       77  WS-FIM-ARQUIVO  PIC X VALUE "N".
           88 WS-FIM-OK    VALUE "S".
       77  WS-TRANSBORDO   PIC X VALUE "N".
       77  WS-MUDOU-OPER   PIC X VALUE "N".
       77  WS-MUDOU-REGRAS PIC X VALUE "N".
       77  WS-MUDOU-LINHAS PIC X VALUE "N".
       77  WS-OPCAO        PIC X.
       77  WS-DECISAO      PIC X.
       77  WS-OPERADOR     PIC X(12).
       77  WS-CAMPANHA     PIC X(6).
       77  WS-DATA-NEG     PIC 9(8).
       77  WS-UNI-CHAVE    PIC X(12).
       77  WS-UNIDADE-SES  PIC X(3).
       77  WS-ALCANCE      PIC X.
       77  WS-UNIDADE-LIN  PIC X(3).
       77  WS-UNI-STATUS   PIC X.
       77  WS-NO-ALCANCE   PIC X.
       77  WS-ID-ALVO      PIC X(8).
       77  WS-FUNCAO-ALVO  PIC X(9).
       77  WS-QTDE-MOSTRADAS PIC 9(4).
       77  WS-QTDE-PENDENTES PIC 9(4).
       77  WS-QTDE-CONFIRMADAS PIC 9(4) VALUE ZERO.
       77  WS-QTDE-REVOGADAS PIC 9(4) VALUE ZERO.
       77  WS-DATA-N       PIC 9(8).
       77  WS-DATA-BR      PIC X(10).
       77  WS-PRAZO-BR     PIC X(10).
       77  WS-DESCRICAO    PIC X(16).
       77  WS-SITUACAO-TXT PIC X(10).
       77  WS-PROGRAMA     PIC X(8) VALUE "CAP06A22".
       77  WS-RESULTADO    PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           CALL "UNIDSVC" USING BY CONTENT "C",
              BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE-SES, WS-ALCANCE.
           CALL "UNIDSVC" USING BY CONTENT "S",
              BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE-SES, WS-ALCANCE.
           PERFORM 100-CARREGA-ARQUIVOS.
           IF WS-TRANSBORDO = "S"
              DISPLAY "Operadores, regras ou linhas de campanha "
                      "excedem a tabela; recertificacao suspensa."
              GOBACK
           END-IF
           IF WS-CAMPANHA = SPACES
              DISPLAY "Nenhuma campanha de recertificacao aberta "
                      "(o passo noturno CAP06AP23 abre a do "
                      "trimestre)."
              GOBACK
           END-IF
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "-----------------------------------------"
              DISPLAY "Recertificacao de Acessos - campanha "
                 WS-CAMPANHA
              DISPLAY "-----------------------------------------"
              DISPLAY "[L] - Listar linhas da campanha"
              DISPLAY "[D] - Decidir linhas pendentes"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "L"
                    PERFORM 200-LISTA-LINHAS
                 WHEN "D"
                    PERFORM 300-DECIDE-PENDENTES
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           PERFORM 700-REGRAVA-ARQUIVOS.
           IF WS-QTDE-CONFIRMADAS > ZERO OR WS-QTDE-REVOGADAS > ZERO
              MOVE "RECERT DECIDIDA" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
           END-IF.
           GOBACK.
      ******************************************************************
      * CARGA DE OPERREG, PERMREG E RECERT; A CAMPANHA CORRENTE E A    *
      * DE MAIOR CODIGO NO ARQUIVO                                     *
      ******************************************************************
       100-CARREGA-ARQUIVOS            SECTION.
           MOVE SPACES TO WS-CAMPANHA.
           MOVE ZERO TO WS-QTDE-OPER WS-QTDE-REGRAS WS-QTDE-LINHAS
                        WS-QTDE-CONFIRMADAS WS-QTDE-REVOGADAS.
           MOVE "N" TO WS-FIM-ARQUIVO WS-TRANSBORDO WS-MUDOU-OPER
                       WS-MUDOU-REGRAS WS-MUDOU-LINHAS.
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
                       ELSE
                          MOVE "S" TO WS-TRANSBORDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERMREG-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT RECERT-FILE.
           IF WS-REC-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ RECERT-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-LINHAS < LIMITE-LINHAS
                          ADD 1 TO WS-QTDE-LINHAS
                          MOVE RC-REGISTRO
                             TO WS-LINHA-REG(WS-QTDE-LINHAS)
                          IF RC-CAMPANHA > WS-CAMPANHA
                             MOVE RC-CAMPANHA TO WS-CAMPANHA
                          END-IF
                       ELSE
                          MOVE "S" TO WS-TRANSBORDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECERT-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * LISTAGEM DAS LINHAS DA CAMPANHA NO ALCANCE DO COORDENADOR      *
      ******************************************************************
       200-LISTA-LINHAS                SECTION.
           MOVE ZERO TO WS-QTDE-MOSTRADAS.
           DISPLAY "OPERADOR NOME         UNI ACESSO       "
                   "ULT.SIGN-ON SITUACAO   PRAZO".
           PERFORM VARYING AC-LN FROM 1 BY 1
                   UNTIL AC-LN > WS-QTDE-LINHAS
              MOVE WS-LINHA-REG(AC-LN) TO RC-REGISTRO
              IF RC-CAMPANHA = WS-CAMPANHA
                 PERFORM 250-CONFERE-ALCANCE
                 IF WS-NO-ALCANCE = "S"
                    ADD 1 TO WS-QTDE-MOSTRADAS
                    PERFORM 280-DESCREVE-LINHA
                    DISPLAY RC-OPERADOR " " RC-NOME " " RC-UNIDADE
                       " " WS-DESCRICAO " " WS-DATA-BR "  "
                       WS-SITUACAO-TXT " " WS-PRAZO-BR
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-QTDE-MOSTRADAS = ZERO
              DISPLAY "Nenhuma linha desta campanha na sua unidade."
           END-IF.
           EXIT.
      ******************************************************************
      * LINHA (RC-REGISTRO) DENTRO DO ALCANCE DA SESSAO                *
      ******************************************************************
       250-CONFERE-ALCANCE             SECTION.
           MOVE "S" TO WS-NO-ALCANCE.
           IF WS-ALCANCE = "T"
              EXIT SECTION
           END-IF
           MOVE RC-UNIDADE TO WS-UNIDADE-LIN.
           CALL "UNIDSVC" USING BY CONTENT "R",
              BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE-LIN,
              WS-UNI-STATUS.
           IF WS-UNIDADE-LIN NOT = WS-UNIDADE-SES
              MOVE "N" TO WS-NO-ALCANCE
           END-IF.
           EXIT.
      ******************************************************************
      * TEXTOS DA LINHA: ACESSO, ULTIMO SIGN-ON, SITUACAO E PRAZO      *
      ******************************************************************
       280-DESCREVE-LINHA              SECTION.
           MOVE SPACES TO WS-DESCRICAO.
           IF RC-E-CONTA
              STRING "CONTA PAPEL " RC-PAPEL
                 DELIMITED BY SIZE INTO WS-DESCRICAO
           ELSE
              STRING "FUNC " RC-FUNCAO
                 DELIMITED BY SIZE INTO WS-DESCRICAO
           END-IF
           IF RC-ULT-ACESSO IS NUMERIC AND RC-ULT-ACESSO > ZERO
              MOVE RC-ULT-ACESSO TO WS-DATA-N
              PERFORM 850-FORMATA-DATA
           ELSE
              MOVE "NUNCA" TO WS-DATA-BR
           END-IF
           PERFORM 860-FORMATA-PRAZO.
           EVALUATE TRUE
              WHEN RC-PENDENTE
                 MOVE "PENDENTE" TO WS-SITUACAO-TXT
              WHEN RC-CONFIRMADA
                 MOVE "CONFIRMADA" TO WS-SITUACAO-TXT
              WHEN RC-REVOGADA
                 MOVE "REVOGADA" TO WS-SITUACAO-TXT
              WHEN RC-CADUCA
                 MOVE "CADUCOU" TO WS-SITUACAO-TXT
              WHEN OTHER
                 MOVE RC-SITUACAO TO WS-SITUACAO-TXT
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * DECISAO, LINHA A LINHA, DAS PENDENTES NO ALCANCE: CONFIRMA,    *
      * REVOGA, PULA OU ENCERRA                                        *
      ******************************************************************
       300-DECIDE-PENDENTES            SECTION.
           MOVE ZERO TO WS-QTDE-PENDENTES.
           PERFORM VARYING AC-LN FROM 1 BY 1
                   UNTIL AC-LN > WS-QTDE-LINHAS
              MOVE WS-LINHA-REG(AC-LN) TO RC-REGISTRO
              IF RC-CAMPANHA = WS-CAMPANHA AND RC-PENDENTE
                 PERFORM 250-CONFERE-ALCANCE
                 IF WS-NO-ALCANCE = "S"
                    ADD 1 TO WS-QTDE-PENDENTES
                    PERFORM 280-DESCREVE-LINHA
                    DISPLAY CR
                    DISPLAY RC-OPERADOR " " RC-NOME " " RC-UNIDADE
                       " " WS-DESCRICAO " ult. sign-on " WS-DATA-BR
                    EVALUATE TRUE
                       WHEN RC-NOME = WS-OPERADOR
                          DISPLAY "  Acesso proprio: outro "
                                  "coordenador recertifica."
                       WHEN RC-PRAZO < WS-DATA-NEG
                          DISPLAY "  Prazo vencido em " WS-PRAZO-BR
                                  ": a linha caduca no passo noturno."
                       WHEN OTHER
                          DISPLAY "  [C]onfirma, [R]evoga, [P]ula, "
                                  "[F]im: " WITH NO ADVANCING
                          ACCEPT WS-DECISAO
                          MOVE FUNCTION UPPER-CASE(WS-DECISAO)
                             TO WS-DECISAO
                          IF WS-DECISAO = "F"
                             EXIT PERFORM
                          END-IF
                          PERFORM 350-APLICA-DECISAO
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-QTDE-PENDENTES = ZERO
              DISPLAY "Nenhuma linha pendente na sua unidade."
           END-IF.
           EXIT.
      ******************************************************************
      * CONFIRMACAO OU REVOGACAO DA LINHA AC-LN (RC-REGISTRO)          *
      ******************************************************************
       350-APLICA-DECISAO              SECTION.
           EVALUATE WS-DECISAO
              WHEN "C"
                 MOVE "C" TO RC-SITUACAO
                 ADD 1 TO WS-QTDE-CONFIRMADAS
                 DISPLAY "  Confirmada."
              WHEN "R"
                 MOVE "R" TO RC-SITUACAO
                 ADD 1 TO WS-QTDE-REVOGADAS
                 MOVE RC-OPERADOR TO WS-ID-ALVO
                 IF RC-E-CONTA
                    PERFORM 500-INATIVA-CONTA
                    DISPLAY "  Revogada: conta inativada."
                 ELSE
                    MOVE RC-FUNCAO TO WS-FUNCAO-ALVO
                    PERFORM 550-RETIRA-PERMISSAO
                    DISPLAY "  Revogada: permissao retirada."
                 END-IF
                 MOVE SPACES TO WS-RESULTADO
                 STRING "REVOGOU " RC-OPERADOR
                    DELIMITED BY SIZE INTO WS-RESULTADO
                 CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              WHEN OTHER
                 EXIT SECTION
           END-EVALUATE.
           MOVE WS-OPERADOR TO RC-DECISOR.
           MOVE WS-DATA-NEG TO RC-DATA-DEC.
           MOVE RC-REGISTRO TO WS-LINHA-REG(AC-LN).
           MOVE "S" TO WS-MUDOU-LINHAS.
           EXIT.
      ******************************************************************
      * INATIVACAO DA CONTA WS-ID-ALVO NA TABELA DE OPERADORES         *
      ******************************************************************
       500-INATIVA-CONTA               SECTION.
           PERFORM VARYING AC-OP FROM 1 BY 1
                   UNTIL AC-OP > WS-QTDE-OPER
              MOVE WS-OPER-REG(AC-OP) TO OP-REGISTRO
              IF OP-ID = WS-ID-ALVO
                 MOVE "I" TO OP-SITUACAO
                 MOVE OP-REGISTRO TO WS-OPER-REG(AC-OP)
                 MOVE "S" TO WS-MUDOU-OPER
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * RETIRADA DAS REGRAS "S" DE WS-ID-ALVO/WS-FUNCAO-ALVO           *
      ******************************************************************
       550-RETIRA-PERMISSAO            SECTION.
           MOVE 1 TO AC-RG.
           PERFORM UNTIL AC-RG > WS-QTDE-REGRAS
              MOVE WS-REGRA-REG(AC-RG) TO PM-REGISTRO
              IF PM-OPERADOR = WS-ID-ALVO
                 AND PM-FUNCAO = WS-FUNCAO-ALVO
                 AND PM-PERMITE = "S"
                 PERFORM VARYING AC-RJ FROM AC-RG BY 1
                         UNTIL AC-RJ >= WS-QTDE-REGRAS
                    MOVE WS-REGRA-REG(AC-RJ + 1)
                       TO WS-REGRA-REG(AC-RJ)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-QTDE-REGRAS
                 MOVE "S" TO WS-MUDOU-REGRAS
              ELSE
                 ADD 1 TO AC-RG
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DOS ARQUIVOS ALTERADOS                     *
      ******************************************************************
       700-REGRAVA-ARQUIVOS            SECTION.
           IF WS-MUDOU-OPER = "S"
              OPEN OUTPUT OPERREG-FILE
              PERFORM VARYING AC-OP FROM 1 BY 1
                      UNTIL AC-OP > WS-QTDE-OPER
                 MOVE WS-OPER-REG(AC-OP) TO OP-REGISTRO
                 WRITE OP-REGISTRO
              END-PERFORM
              CLOSE OPERREG-FILE
           END-IF
           IF WS-MUDOU-REGRAS = "S"
              OPEN OUTPUT PERMREG-FILE
              PERFORM VARYING AC-RG FROM 1 BY 1
                      UNTIL AC-RG > WS-QTDE-REGRAS
                 MOVE WS-REGRA-REG(AC-RG) TO PM-REGISTRO
                 WRITE PM-REGISTRO
              END-PERFORM
              CLOSE PERMREG-FILE
           END-IF
           IF WS-MUDOU-LINHAS = "S"
              OPEN OUTPUT RECERT-FILE
              PERFORM VARYING AC-LN FROM 1 BY 1
                      UNTIL AC-LN > WS-QTDE-LINHAS
                 MOVE WS-LINHA-REG(AC-LN) TO RC-REGISTRO
                 WRITE RC-REGISTRO
              END-PERFORM
              CLOSE RECERT-FILE
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
      ******************************************************************
      * RC-PRAZO EM WS-PRAZO-BR (DD/MM/AAAA)                           *
      ******************************************************************
       860-FORMATA-PRAZO               SECTION.
           MOVE SPACES TO WS-PRAZO-BR.
           STRING RC-PRAZO(7:2) "/" RC-PRAZO(5:2) "/"
              RC-PRAZO(1:4)
              DELIMITED BY SIZE INTO WS-PRAZO-BR.
           EXIT.
       END PROGRAM CAP06AP22.
