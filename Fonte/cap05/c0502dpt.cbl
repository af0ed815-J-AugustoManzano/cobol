       IDENTIFICATION DIVISION.
       PROGRAM-ID. C0502DPT.
      *
      * Manutencao do cadastro de departamentos (DEPTO.DAT): o codigo
      * de quatro posicoes que as areas gravam no lote da calculadora
      * deixa de ser texto livre e passa a ter registro proprio, com
      * nome, centro de custo, operador responsavel e indicador de
      * ativo. Lista o cadastro, inclui um departamento novo (codigo
      * repetido e recusado) e altera os dados de um existente -
      * inclusive desativa-lo, o que o mantem no cadastro mas faz o
      * servico DEPTOCHK recusar o codigo nas entradas. O arquivo e
      * regravado inteiro a partir da tabela em memoria a cada
      * alteracao, como o registro de contratos do C0502CTR.
      *
      * Cada departamento pertence a uma unidade (sitio) da escola,
      * conferida no cadastro de unidades pelo UNIDSVC; em branco, a
      * area e da sede. E por ela que o uso da calculadora sai por
      * unidade nos relatorios.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTO-FILE ASSIGN TO "DEPTO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-DEP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPTO-FILE.
       COPY "depto.cpy".
       LOCAL-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-DEPTOS VALUE 200.
       01  TB-DEPARTAMENTOS.
           05  TB-DEP-REG PIC X(58) OCCURS LIMITE-DEPTOS TIMES.
       77  LS-QTDE-DEPTOS PIC 9(3) VALUE ZERO.
       77  LS-TRANSBORDO  PIC X VALUE "N".
       77  AC-DI          PIC 9(3).
       77  LS-ACHOU       PIC 9(3).
       77  LS-DEP-STATUS  PIC XX.
       77  LS-FIM-ARQUIVO PIC X VALUE "N".
           88 LS-FIM-OK   VALUE "S".
       77  LS-OPCAO       PIC X.
       77  LS-CODIGO      PIC X(4).
       77  LS-NOME        PIC X(30).
       77  LS-CCUSTO      PIC X(8).
       77  LS-RESPONSAVEL PIC X(12).
       77  LS-ATIVO       PIC X.
       77  LS-UNIDADE     PIC X(3).
       77  LS-UNI-CHAVE   PIC X(12).
       77  LS-UNI-STATUS  PIC X.
       77  LS-PROGRAMA    PIC X(8) VALUE "C0502DPT".
       77  LS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              CALL "SYSTEM" USING "cls"
              DISPLAY "--------------------------"
              DISPLAY "Cadastro de Departamentos"
              DISPLAY "--------------------------"
              DISPLAY CR
              DISPLAY "[L] - Listar departamentos"
              DISPLAY "[I] - Incluir departamento"
              DISPLAY "[A] - Alterar / ativar / desativar"
              DISPLAY "[V] - Voltar ao menu principal"
              DISPLAY CR
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT LS-OPCAO
              MOVE FUNCTION UPPER-CASE(LS-OPCAO) TO LS-OPCAO
              DISPLAY CR
              EVALUATE LS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "L"
                    PERFORM 100-LISTA-DEPARTAMENTOS
                    CALL "C0502PSA"
                 WHEN "I"
                    PERFORM 200-INCLUI-DEPARTAMENTO
                    CALL "C0502PSA"
                 WHEN "A"
                    PERFORM 300-ALTERA-DEPARTAMENTO
                    CALL "C0502PSA"
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
                    CALL "C0502PSA"
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * LISTA O CADASTRO NA ORDEM DO ARQUIVO                           *
      ******************************************************************
       100-LISTA-DEPARTAMENTOS          SECTION.
           PERFORM 500-CARREGA-TABELA.
           IF LS-QTDE-DEPTOS = ZERO
              DISPLAY "Nenhum departamento cadastrado em DEPTO.DAT."
              EXIT SECTION
           END-IF
           DISPLAY "COD  NOME                           C.CUSTO  "
                   "RESPONSAVEL  ATIVO UNID".
           PERFORM VARYING AC-DI FROM 1 BY 1
                   UNTIL AC-DI > LS-QTDE-DEPTOS
              MOVE TB-DEP-REG(AC-DI) TO DP-REGISTRO
              DISPLAY DP-CODIGO " " DP-NOME " " DP-CCUSTO " "
                 DP-RESPONSAVEL " " DP-ATIVO "     " DP-UNIDADE
           END-PERFORM.
           EXIT.
      ******************************************************************
      * INCLUSAO DE UM DEPARTAMENTO, RECUSANDO CODIGO REPETIDO; O      *
      * CODIGO E GRAVADO EM MAIUSCULAS, COMO AS TELAS DE ENTRADA O     *
      * DIGITAM                                                        *
      ******************************************************************
       200-INCLUI-DEPARTAMENTO          SECTION.
           PERFORM 500-CARREGA-TABELA.
           IF LS-TRANSBORDO = "S"
              DISPLAY "Cadastro maior que a tabela; inclusao recusada."
              EXIT SECTION
           END-IF
           DISPLAY "Codigo (4 posicoes) .....: " WITH NO ADVANCING.
           ACCEPT LS-CODIGO.
           MOVE FUNCTION UPPER-CASE(LS-CODIGO) TO LS-CODIGO.
           IF LS-CODIGO = SPACES
              DISPLAY "Codigo nao informado. Inclusao cancelada."
              EXIT SECTION
           END-IF
           PERFORM 550-PROCURA-CODIGO.
           IF LS-ACHOU > ZERO
              DISPLAY "Codigo ja cadastrado. Inclusao cancelada."
              EXIT SECTION
           END-IF
           IF LS-QTDE-DEPTOS >= LIMITE-DEPTOS
              DISPLAY "Tabela de departamentos cheia."
              EXIT SECTION
           END-IF
           DISPLAY "Nome ....................: " WITH NO ADVANCING.
           ACCEPT LS-NOME.
           DISPLAY "Centro de custo .........: " WITH NO ADVANCING.
           ACCEPT LS-CCUSTO.
           MOVE FUNCTION UPPER-CASE(LS-CCUSTO) TO LS-CCUSTO.
           DISPLAY "Operador responsavel ....: " WITH NO ADVANCING.
           ACCEPT LS-RESPONSAVEL.
           IF LS-NOME = SPACES OR LS-RESPONSAVEL = SPACES
              DISPLAY "Nome e responsavel sao obrigatorios. "
                      "Inclusao cancelada."
              EXIT SECTION
           END-IF
           DISPLAY "Unidade (branco = sede) .: " WITH NO ADVANCING.
           MOVE SPACES TO LS-UNIDADE.
           ACCEPT LS-UNIDADE.
           PERFORM 560-CONFERE-UNIDADE.
           IF LS-UNI-STATUS NOT = "S"
              DISPLAY "Unidade nao cadastrada ou inativa. "
                      "Inclusao cancelada."
              EXIT SECTION
           END-IF
           MOVE LS-CODIGO      TO DP-CODIGO.
           MOVE LS-NOME        TO DP-NOME.
           MOVE LS-CCUSTO      TO DP-CCUSTO.
           MOVE LS-RESPONSAVEL TO DP-RESPONSAVEL.
           MOVE "S"            TO DP-ATIVO.
           MOVE LS-UNIDADE     TO DP-UNIDADE.
           ADD 1 TO LS-QTDE-DEPTOS.
           MOVE DP-REGISTRO TO TB-DEP-REG(LS-QTDE-DEPTOS).
           PERFORM 600-REGRAVA-TABELA.
           DISPLAY "Departamento " LS-CODIGO " incluido e ativo.".
           MOVE "DEPARTAMENTO NOVO" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * ALTERACAO DE UM DEPARTAMENTO: CAMPO EM BRANCO MANTEM O VALOR   *
      * ATUAL; O INDICADOR DE ATIVO ACEITA SO "S" OU "N"               *
      ******************************************************************
       300-ALTERA-DEPARTAMENTO          SECTION.
           PERFORM 500-CARREGA-TABELA.
           IF LS-TRANSBORDO = "S"
              DISPLAY "Cadastro maior que a tabela; alteracao recusada."
              EXIT SECTION
           END-IF
           DISPLAY "Codigo a alterar ........: " WITH NO ADVANCING.
           ACCEPT LS-CODIGO.
           MOVE FUNCTION UPPER-CASE(LS-CODIGO) TO LS-CODIGO.
           PERFORM 550-PROCURA-CODIGO.
           IF LS-ACHOU = ZERO
              DISPLAY "Departamento " LS-CODIGO " nao cadastrado."
              EXIT SECTION
           END-IF
           MOVE TB-DEP-REG(LS-ACHOU) TO DP-REGISTRO.
           DISPLAY "Nome atual ..: " DP-NOME.
           DISPLAY "C.custo atual: " DP-CCUSTO.
           DISPLAY "Responsavel .: " DP-RESPONSAVEL.
           DISPLAY "Ativo .......: " DP-ATIVO.
           DISPLAY "Unidade .....: " DP-UNIDADE.
           DISPLAY "(em branco mantem o valor atual)".
           DISPLAY "Novo nome ...............: " WITH NO ADVANCING.
           MOVE SPACES TO LS-NOME.
           ACCEPT LS-NOME.
           DISPLAY "Novo centro de custo ....: " WITH NO ADVANCING.
           MOVE SPACES TO LS-CCUSTO.
           ACCEPT LS-CCUSTO.
           MOVE FUNCTION UPPER-CASE(LS-CCUSTO) TO LS-CCUSTO.
           DISPLAY "Novo responsavel ........: " WITH NO ADVANCING.
           MOVE SPACES TO LS-RESPONSAVEL.
           ACCEPT LS-RESPONSAVEL.
           DISPLAY "Ativo (S/N) .............: " WITH NO ADVANCING.
           MOVE SPACES TO LS-ATIVO.
           ACCEPT LS-ATIVO.
           MOVE FUNCTION UPPER-CASE(LS-ATIVO) TO LS-ATIVO.
           IF LS-ATIVO NOT = SPACE AND LS-ATIVO NOT = "S"
              AND LS-ATIVO NOT = "N"
              DISPLAY "Indicador de ativo invalido. Alteracao "
                      "cancelada."
              EXIT SECTION
           END-IF
           DISPLAY "Nova unidade ............: " WITH NO ADVANCING.
           MOVE SPACES TO LS-UNIDADE.
           ACCEPT LS-UNIDADE.
           IF LS-UNIDADE NOT = SPACES
              PERFORM 560-CONFERE-UNIDADE
              IF LS-UNI-STATUS NOT = "S"
                 DISPLAY "Unidade nao cadastrada ou inativa. "
                         "Alteracao cancelada."
                 EXIT SECTION
              END-IF
           END-IF
           IF LS-NOME NOT = SPACES
              MOVE LS-NOME TO DP-NOME
           END-IF
           IF LS-CCUSTO NOT = SPACES
              MOVE LS-CCUSTO TO DP-CCUSTO
           END-IF
           IF LS-RESPONSAVEL NOT = SPACES
              MOVE LS-RESPONSAVEL TO DP-RESPONSAVEL
           END-IF
           IF LS-ATIVO NOT = SPACE
              MOVE LS-ATIVO TO DP-ATIVO
           END-IF
           IF LS-UNIDADE NOT = SPACES
              MOVE LS-UNIDADE TO DP-UNIDADE
           END-IF
           MOVE DP-REGISTRO TO TB-DEP-REG(LS-ACHOU).
           PERFORM 600-REGRAVA-TABELA.
           DISPLAY "Departamento " LS-CODIGO " alterado.".
           IF DP-ATIVO = "N"
              MOVE "DEPARTAMENTO INATIVO" TO LS-RESULTADO
           ELSE
              MOVE "DEPARTAMENTO ALTER" TO LS-RESULTADO
           END-IF
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * CARGA DE DEPTO.DAT NA TABELA; O QUE NAO COUBER MARCA O         *
      * TRANSBORDO E BLOQUEIA A REGRAVACAO                             *
      ******************************************************************
       500-CARREGA-TABELA               SECTION.
           MOVE ZERO TO LS-QTDE-DEPTOS.
           MOVE "N" TO LS-TRANSBORDO.
           MOVE "N" TO LS-FIM-ARQUIVO.
           OPEN INPUT DEPTO-FILE.
           IF LS-DEP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ DEPTO-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF LS-QTDE-DEPTOS < LIMITE-DEPTOS
                       ADD 1 TO LS-QTDE-DEPTOS
                       MOVE DP-REGISTRO TO TB-DEP-REG(LS-QTDE-DEPTOS)
                    ELSE
                       MOVE "S" TO LS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DEPTO-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * PROCURA DO CODIGO NA TABELA; LS-ACHOU FICA COM A POSICAO       *
      ******************************************************************
       550-PROCURA-CODIGO               SECTION.
           MOVE ZERO TO LS-ACHOU.
           PERFORM VARYING AC-DI FROM 1 BY 1
                   UNTIL AC-DI > LS-QTDE-DEPTOS
              IF TB-DEP-REG(AC-DI)(1:4) = LS-CODIGO
                 MOVE AC-DI TO LS-ACHOU
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * CONFERE LS-UNIDADE (EM MAIUSCULAS) NO CADASTRO DE UNIDADES     *
      ******************************************************************
       560-CONFERE-UNIDADE              SECTION.
           MOVE FUNCTION UPPER-CASE(LS-UNIDADE) TO LS-UNIDADE.
           MOVE SPACES TO LS-UNI-CHAVE.
           CALL "UNIDSVC" USING BY CONTENT "C",
              BY REFERENCE LS-UNI-CHAVE, LS-UNIDADE, LS-UNI-STATUS.
           CALL "UNIDSVC" USING BY CONTENT "V",
              BY REFERENCE LS-UNI-CHAVE, LS-UNIDADE, LS-UNI-STATUS.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DE DEPTO.DAT A PARTIR DA TABELA            *
      ******************************************************************
       600-REGRAVA-TABELA               SECTION.
           OPEN OUTPUT DEPTO-FILE.
           PERFORM VARYING AC-DI FROM 1 BY 1
                   UNTIL AC-DI > LS-QTDE-DEPTOS
              MOVE TB-DEP-REG(AC-DI) TO DP-REGISTRO
              WRITE DP-REGISTRO
           END-PERFORM.
           CLOSE DEPTO-FILE.
           EXIT.
