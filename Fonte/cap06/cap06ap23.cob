       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP06AP23.
      *
      * Higiene noturna dos acessos: OPERREG.DAT e PERMREG.DAT so
      * cresciam, e conta de quem saiu da escola continuava ativa com
      * todas as permissoes. Este passo da cadeia noturna faz tres
      * coisas, nesta ordem, pela data de negocio (DATANEG):
      *  1. abre a campanha trimestral de recertificacao (RECERT.DAT,
      *     campanha AAAATn) quando o trimestre corrente ainda nao tem
      *     uma: para cada conta nao inativada, uma linha da conta e
      *     uma por permissao "S" de PERMREG.DAT, com o ultimo sign-on
      *     (ULTACESS) e o prazo de hoje mais RECERT-PRAZO dias
      *     (SYSCFG); o coordenador decide as linhas no CAP06AP22;
      *  2. faz CADUCAR as linhas ainda pendentes com o prazo vencido:
      *     a permissao sai de PERMREG.DAT e a conta fica inativada
      *     ("I" em OP-SITUACAO), como numa revogacao;
      *  3. inativa as contas sem sign-on ha mais de INATIVA-DIAS dias
      *     (SYSCFG; 000 desliga a regra). Conta que nunca assinou
      *     conta a partir da data da senha dada pelo coordenador.
      * Cada caducidade e cada inativacao vai para AUDITLOG.DAT e sai
      * na listagem ACESSOS.LST (IMPRIME/RELGER). A conta inativada so
      * volta pela redefinicao de senha do coordenador no CAP06AP12.
      * Havendo caducidade ou inativacao, RETURN-CODE 4.
      * RECERT.DAT fica so com a campanha corrente e a anterior (e
      * com linha ainda pendente de qualquer campanha): as linhas
      * decididas das campanhas mais antigas passam, na regravacao,
      * para o historico RECERTH.DAT (mesmo layout, so acrescimo),
      * que guarda a evidencia sem pesar na tabela de cada noite.
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
           SELECT RECERTH-FILE ASSIGN TO "RECERTH.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RCH-STATUS.
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
       FD  RECERTH-FILE.
       01  RH-REGISTRO         PIC X(77).
       WORKING-STORAGE SECTION.
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
       77  WS-RCH-STATUS   PIC XX.
       77  WS-FIM-ARQUIVO  PIC X VALUE "N".
           88 WS-FIM-OK    VALUE "S".
       77  WS-TRANSBORDO   PIC X VALUE "N".
       77  WS-MUDOU-OPER   PIC X VALUE "N".
       77  WS-MUDOU-REGRAS PIC X VALUE "N".
       77  WS-MUDOU-LINHAS PIC X VALUE "N".
       77  WS-CFG-CHAVE    PIC X(12).
       77  WS-CFG-VALOR    PIC X(30).
       77  WS-INATIVA-DIAS PIC 9(3) VALUE 90.
       77  WS-RECERT-PRAZO PIC 9(3) VALUE 15.
       77  WS-DATA-NEG     PIC 9(8).
       77  WS-CAMPANHA     PIC X(6).
       77  WS-CAMPANHA-ANT PIC X(6).
       77  WS-QTDE-ARQUIVAR PIC 9(4) VALUE ZERO.
       77  WS-TRIMESTRE    PIC 9.
       77  WS-MES          PIC 9(2).
       77  WS-PRAZO        PIC 9(8).
       77  WS-TEM-CAMPANHA PIC X.
       77  WS-ULT-ACESSO   PIC 9(8).
       77  WS-DIAS-SEM-USO PIC S9(8).
       77  WS-ID-ALVO      PIC X(8).
       77  WS-FUNCAO-ALVO  PIC X(9).
       77  WS-TOTAL-LINHAS-NOVAS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-CADUCAS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-INATIVAS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-LIDOS  PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-ACOES  PIC 9(6) VALUE ZERO.
       77  WS-DATA-N       PIC 9(8).
       77  WS-DATA-BR      PIC X(10).
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
       77  WS-PROGRAMA     PIC X(8) VALUE "CAP06A23".
       77  WS-RESULTADO    PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Recertificacao e Inativacao de Acessos".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           PERFORM 050-LE-PARAMETROS.
           PERFORM 100-CARREGA-ARQUIVOS.
           IF WS-TRANSBORDO = "S"
              DISPLAY "Operadores, regras ou linhas de campanha "
                      "excedem a tabela; passo cancelado."
              MOVE "TRANSBORDO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "ACESSOS.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "RECERTIFICACAO E INATIVACAO DE ACESSOS"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           CALL "ULTACESS" USING BY CONTENT "C",
              BY CONTENT SPACES, BY CONTENT SPACES,
              BY REFERENCE WS-ULT-ACESSO.
           PERFORM 200-ABRE-CAMPANHA.
           IF WS-TRANSBORDO = "S"
              DISPLAY "Linhas da campanha excedem a tabela; passo "
                      "cancelado."
              MOVE "TRANSBORDO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 300-CADUCA-PENDENTES.
           PERFORM 400-INATIVA-SEM-USO.
           IF WS-TOTAL-ACOES = ZERO
              MOVE "  (nenhuma caducidade ou inativacao)" TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-ACOES TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "ACESSOS.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           PERFORM 700-REGRAVA-ARQUIVOS.
           DISPLAY "Campanha corrente ...........: " WS-CAMPANHA.
           DISPLAY "Linhas novas de campanha ....: "
              WS-TOTAL-LINHAS-NOVAS.
           DISPLAY "Linhas caducadas no prazo ...: " WS-TOTAL-CADUCAS.
           DISPLAY "Contas inativadas sem uso ...: " WS-TOTAL-INATIVAS.
           DISPLAY "Relatorio gravado em ACESSOS.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-ACOES,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           IF WS-TOTAL-ACOES > ZERO
              MOVE "COM INATIVACOES" TO WS-RESULTADO
           ELSE
              MOVE "SEM INATIVACOES" TO WS-RESULTADO
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           IF WS-TOTAL-ACOES > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.
      ******************************************************************
      * PARAMETROS: DATA DE NEGOCIO, CAMPANHA DO TRIMESTRE, PRAZO DA   *
      * RECERTIFICACAO E DIAS SEM USO QUE INATIVAM A CONTA             *
      ******************************************************************
       050-LE-PARAMETROS               SECTION.
           MOVE ZERO TO WS-QTDE-OPER WS-QTDE-REGRAS WS-QTDE-LINHAS
                        WS-TOTAL-LINHAS-NOVAS WS-TOTAL-CADUCAS
                        WS-TOTAL-INATIVAS WS-TOTAL-LIDOS
                        WS-TOTAL-ACOES WS-IMP-TOTAL WS-QTDE-ARQUIVAR.
           MOVE "N" TO WS-TRANSBORDO WS-MUDOU-OPER WS-MUDOU-REGRAS
                       WS-MUDOU-LINHAS.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           MOVE WS-DATA-NEG(5:2) TO WS-MES.
           COMPUTE WS-TRIMESTRE = (WS-MES + 2) / 3.
           MOVE SPACES TO WS-CAMPANHA.
           STRING WS-DATA-NEG(1:4) "T" WS-TRIMESTRE
              DELIMITED BY SIZE INTO WS-CAMPANHA.
           MOVE "INATIVA-DIAS" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:3) IS NUMERIC
              MOVE WS-CFG-VALOR(1:3) TO WS-INATIVA-DIAS
           END-IF.
           MOVE "RECERT-PRAZO" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:3) IS NUMERIC
              MOVE WS-CFG-VALOR(1:3) TO WS-RECERT-PRAZO
           END-IF.
           COMPUTE WS-PRAZO = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATA-NEG)
              + WS-RECERT-PRAZO).
           EXIT.
      ******************************************************************
      * CARGA DE OPERREG, PERMREG E RECERT PARA AS TABELAS             *
      ******************************************************************
       100-CARREGA-ARQUIVOS            SECTION.
           OPEN INPUT OPERREG-FILE.
           IF WS-OPE-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ OPERREG-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
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
      * ABERTURA DA CAMPANHA DO TRIMESTRE, SE AINDA NAO EXISTE: LINHA  *
      * DA CONTA E UMA LINHA POR PERMISSAO "S" DE CADA OPERADOR. A     *
      * CAMPANHA ANTERIOR E A MAIOR ANTES DA CORRENTE; AS LINHAS       *
      * DECIDIDAS DE CAMPANHAS MAIS ANTIGAS VAO PARA O HISTORICO       *
      ******************************************************************
       200-ABRE-CAMPANHA               SECTION.
           MOVE "N" TO WS-TEM-CAMPANHA.
           MOVE SPACES TO WS-CAMPANHA-ANT.
           PERFORM VARYING AC-LN FROM 1 BY 1
                   UNTIL AC-LN > WS-QTDE-LINHAS
              MOVE WS-LINHA-REG(AC-LN) TO RC-REGISTRO
              IF RC-CAMPANHA = WS-CAMPANHA
                 MOVE "S" TO WS-TEM-CAMPANHA
              END-IF
              IF RC-CAMPANHA < WS-CAMPANHA
                 AND RC-CAMPANHA > WS-CAMPANHA-ANT
                 MOVE RC-CAMPANHA TO WS-CAMPANHA-ANT
              END-IF
           END-PERFORM.
           PERFORM VARYING AC-LN FROM 1 BY 1
                   UNTIL AC-LN > WS-QTDE-LINHAS
              MOVE WS-LINHA-REG(AC-LN) TO RC-REGISTRO
              IF RC-CAMPANHA < WS-CAMPANHA-ANT AND NOT RC-PENDENTE
                 ADD 1 TO WS-QTDE-ARQUIVAR
                 MOVE "S" TO WS-MUDOU-LINHAS
              END-IF
           END-PERFORM.
           IF WS-TEM-CAMPANHA = "S" OR WS-QTDE-OPER = ZERO
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-OP FROM 1 BY 1
                   UNTIL AC-OP > WS-QTDE-OPER
                      OR WS-TRANSBORDO = "S"
              MOVE WS-OPER-REG(AC-OP) TO OP-REGISTRO
              IF OP-SITUACAO NOT = "I"
                 CALL "ULTACESS" USING BY CONTENT "U",
                    BY REFERENCE OP-ID, BY REFERENCE OP-NOME,
                    BY REFERENCE WS-ULT-ACESSO
                 MOVE SPACES TO RC-REGISTRO
                 MOVE WS-CAMPANHA TO RC-CAMPANHA
                 MOVE WS-PRAZO TO RC-PRAZO
                 MOVE OP-ID TO RC-OPERADOR
                 MOVE OP-NOME TO RC-NOME
                 MOVE OP-UNIDADE TO RC-UNIDADE
                 MOVE "C" TO RC-TIPO
                 MOVE OP-PAPEL TO RC-PAPEL
                 MOVE WS-ULT-ACESSO TO RC-ULT-ACESSO
                 MOVE "P" TO RC-SITUACAO
                 MOVE ZERO TO RC-DATA-DEC
                 PERFORM 250-ACRESCENTA-LINHA
                 PERFORM VARYING AC-RG FROM 1 BY 1
                         UNTIL AC-RG > WS-QTDE-REGRAS
                    MOVE WS-REGRA-REG(AC-RG) TO PM-REGISTRO
                    IF PM-OPERADOR = OP-ID AND PM-PERMITE = "S"
                       MOVE "P" TO RC-TIPO
                       MOVE PM-FUNCAO TO RC-FUNCAO
                       PERFORM 250-ACRESCENTA-LINHA
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LINHA.
           STRING "CAMPANHA " WS-CAMPANHA " ABERTA COM "
              WS-TOTAL-LINHAS-NOVAS " LINHAS, PRAZO "
              DELIMITED BY SIZE INTO WS-LINHA.
           MOVE WS-PRAZO TO WS-DATA-N.
           PERFORM 850-FORMATA-DATA.
           MOVE WS-DATA-BR TO WS-LINHA(49:10).
           PERFORM 800-IMPRIME-LINHA.
           MOVE "RECERT ABERTA" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * UMA LINHA NOVA DA CAMPANHA (RC-REGISTRO) NA TABELA             *
      ******************************************************************
       250-ACRESCENTA-LINHA            SECTION.
           IF WS-QTDE-LINHAS >= LIMITE-LINHAS
              MOVE "S" TO WS-TRANSBORDO
              EXIT SECTION
           END-IF
           ADD 1 TO WS-QTDE-LINHAS.
           MOVE RC-REGISTRO TO WS-LINHA-REG(WS-QTDE-LINHAS).
           ADD 1 TO WS-TOTAL-LINHAS-NOVAS.
           MOVE "S" TO WS-MUDOU-LINHAS.
           EXIT.
      ******************************************************************
      * LINHAS PENDENTES COM O PRAZO VENCIDO CADUCAM E TEM O EFEITO    *
      * DA REVOGACAO                                                   *
      ******************************************************************
       300-CADUCA-PENDENTES            SECTION.
           PERFORM VARYING AC-LN FROM 1 BY 1
                   UNTIL AC-LN > WS-QTDE-LINHAS
              MOVE WS-LINHA-REG(AC-LN) TO RC-REGISTRO
              IF RC-PENDENTE AND RC-PRAZO < WS-DATA-NEG
                 MOVE "L" TO RC-SITUACAO
                 MOVE "PRAZO" TO RC-DECISOR
                 MOVE WS-DATA-NEG TO RC-DATA-DEC
                 MOVE RC-REGISTRO TO WS-LINHA-REG(AC-LN)
                 MOVE "S" TO WS-MUDOU-LINHAS
                 MOVE RC-OPERADOR TO WS-ID-ALVO
                 IF RC-E-CONTA
                    PERFORM 500-INATIVA-CONTA
                 ELSE
                    MOVE RC-FUNCAO TO WS-FUNCAO-ALVO
                    PERFORM 550-RETIRA-PERMISSAO
                 END-IF
                 ADD 1 TO WS-TOTAL-CADUCAS WS-TOTAL-ACOES
                 MOVE SPACES TO WS-LINHA
                 STRING "CADUCOU   " RC-CAMPANHA " " RC-OPERADOR " "
                    RC-NOME " "
                    DELIMITED BY SIZE INTO WS-LINHA
                 IF RC-E-CONTA
                    MOVE "CONTA INATIVADA" TO WS-LINHA(40:)
                 ELSE
                    STRING "PERMISSAO " RC-FUNCAO " RETIRADA"
                       DELIMITED BY SIZE INTO WS-LINHA(40:)
                 END-IF
                 PERFORM 800-IMPRIME-LINHA
                 MOVE SPACES TO WS-RESULTADO
                 STRING "CADUCOU " RC-OPERADOR
                    DELIMITED BY SIZE INTO WS-RESULTADO
                 CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * CONTAS SEM SIGN-ON HA MAIS DE INATIVA-DIAS DIAS                *
      ******************************************************************
       400-INATIVA-SEM-USO             SECTION.
           IF WS-INATIVA-DIAS = ZERO
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-OP FROM 1 BY 1
                   UNTIL AC-OP > WS-QTDE-OPER
              MOVE WS-OPER-REG(AC-OP) TO OP-REGISTRO
              IF OP-SITUACAO NOT = "I"
                 CALL "ULTACESS" USING BY CONTENT "U",
                    BY REFERENCE OP-ID, BY REFERENCE OP-NOME,
                    BY REFERENCE WS-ULT-ACESSO
      *          Conta que nunca assinou conta da data da senha.
                 IF WS-ULT-ACESSO = ZERO
                    AND OP-SENHA-DATA IS NUMERIC
                    MOVE OP-SENHA-DATA TO WS-ULT-ACESSO
                 END-IF
                 IF WS-ULT-ACESSO > ZERO
                    AND WS-ULT-ACESSO < WS-DATA-NEG
                    COMPUTE WS-DIAS-SEM-USO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-NEG)
                       - FUNCTION INTEGER-OF-DATE(WS-ULT-ACESSO)
                    IF WS-DIAS-SEM-USO > WS-INATIVA-DIAS
                       MOVE "I" TO OP-SITUACAO
                       MOVE OP-REGISTRO TO WS-OPER-REG(AC-OP)
                       MOVE "S" TO WS-MUDOU-OPER
                       ADD 1 TO WS-TOTAL-INATIVAS WS-TOTAL-ACOES
                       MOVE SPACES TO WS-LINHA
                       MOVE WS-ULT-ACESSO TO WS-DATA-N
                       PERFORM 850-FORMATA-DATA
                       STRING "INATIVADA " OP-ID " " OP-NOME
                          " SEM SIGN-ON DESDE " WS-DATA-BR
                          DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM 800-IMPRIME-LINHA
                       MOVE SPACES TO WS-RESULTADO
                       STRING "INATIVADA " OP-ID
                          DELIMITED BY SIZE INTO WS-RESULTADO
                       CALL "AUDITLOG" USING WS-PROGRAMA,
                          WS-RESULTADO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
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
              IF WS-QTDE-ARQUIVAR > ZERO
                 OPEN EXTEND RECERTH-FILE
                 IF WS-RCH-STATUS = "35"
                    OPEN OUTPUT RECERTH-FILE
                 END-IF
                 PERFORM VARYING AC-LN FROM 1 BY 1
                         UNTIL AC-LN > WS-QTDE-LINHAS
                    MOVE WS-LINHA-REG(AC-LN) TO RC-REGISTRO
                    IF RC-CAMPANHA < WS-CAMPANHA-ANT
                       AND NOT RC-PENDENTE
                       MOVE RC-REGISTRO TO RH-REGISTRO
                       WRITE RH-REGISTRO
                    END-IF
                 END-PERFORM
                 CLOSE RECERTH-FILE
              END-IF
              OPEN OUTPUT RECERT-FILE
              PERFORM VARYING AC-LN FROM 1 BY 1
                      UNTIL AC-LN > WS-QTDE-LINHAS
                 MOVE WS-LINHA-REG(AC-LN) TO RC-REGISTRO
                 IF RC-CAMPANHA >= WS-CAMPANHA-ANT OR RC-PENDENTE
                    WRITE RC-REGISTRO
                 END-IF
              END-PERFORM
              CLOSE RECERT-FILE
           END-IF.
           EXIT.
      ******************************************************************
      * LINHA DA LISTAGEM ACESSOS.LST                                  *
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
       END PROGRAM CAP06AP23.
