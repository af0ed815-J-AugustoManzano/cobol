       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP06AP21.
      *
      * Manutencao do cadastro de unidades (UNIDADE.DAT): a escola
      * passou a dar aulas em mais de um sitio, e cada sitio ganha um
      * codigo de tres posicoes, com nome, indicador de sede e de
      * ativo. As turmas (CAPACREG), os operadores (OPERREG), os
      * compromissos (COMPROM) e os departamentos da calculadora
      * (DEPTO) carregam o codigo, conferido pelo servico UNIDSVC nas
      * entradas. So uma unidade e a sede: marcar outra como sede
      * tira a marca da anterior, e a sede nao pode ser desativada.
      * Lista, inclui e altera como o cadastro de departamentos do
      * C0502DPT, regravando o arquivo inteiro a cada alteracao.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIDADE-FILE ASSIGN TO "UNIDADE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-UNI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  UNIDADE-FILE.
       COPY "unidade.cpy".
       LOCAL-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-UNIDADES VALUE 20.
       01  TB-UNIDADES.
           05  TB-UNI-REG PIC X(35) OCCURS LIMITE-UNIDADES TIMES.
       77  LS-QTDE-UNIDADES PIC 9(2) VALUE ZERO.
       77  LS-TRANSBORDO  PIC X VALUE "N".
       77  AC-UI          PIC 9(2).
       77  LS-ACHOU       PIC 9(2).
       77  LS-UNI-STATUS  PIC XX.
       77  LS-FIM-ARQUIVO PIC X VALUE "N".
           88 LS-FIM-OK   VALUE "S".
       77  LS-OPCAO       PIC X.
       77  LS-CODIGO      PIC X(3).
       77  LS-NOME        PIC X(30).
       77  LS-SEDE        PIC X.
       77  LS-ATIVO       PIC X.
       77  LS-PROGRAMA    PIC X(8) VALUE "CAP06A21".
       77  LS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              CALL "SYSTEM" USING "cls"
              DISPLAY "--------------------------"
              DISPLAY "Cadastro de Unidades"
              DISPLAY "--------------------------"
              DISPLAY CR
              DISPLAY "[L] - Listar unidades"
              DISPLAY "[I] - Incluir unidade"
              DISPLAY "[A] - Alterar / sede / ativar / desativar"
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
                    PERFORM 100-LISTA-UNIDADES
                 WHEN "I"
                    PERFORM 200-INCLUI-UNIDADE
                 WHEN "A"
                    PERFORM 300-ALTERA-UNIDADE
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * LISTA O CADASTRO NA ORDEM DO ARQUIVO                           *
      ******************************************************************
       100-LISTA-UNIDADES               SECTION.
           PERFORM 500-CARREGA-TABELA.
           IF LS-QTDE-UNIDADES = ZERO
              DISPLAY "Nenhuma unidade cadastrada em UNIDADE.DAT."
              EXIT SECTION
           END-IF
           DISPLAY "COD NOME                           SEDE ATIVO".
           PERFORM VARYING AC-UI FROM 1 BY 1
                   UNTIL AC-UI > LS-QTDE-UNIDADES
              MOVE TB-UNI-REG(AC-UI) TO UN-REGISTRO
              DISPLAY UN-CODIGO " " UN-NOME " " UN-SEDE "    "
                 UN-ATIVO
           END-PERFORM.
           EXIT.
      ******************************************************************
      * INCLUSAO DE UMA UNIDADE, RECUSANDO CODIGO REPETIDO; A PRIMEIRA *
      * UNIDADE CADASTRADA E A SEDE                                    *
      ******************************************************************
       200-INCLUI-UNIDADE               SECTION.
           PERFORM 500-CARREGA-TABELA.
           IF LS-TRANSBORDO = "S"
              DISPLAY "Cadastro maior que a tabela; inclusao recusada."
              EXIT SECTION
           END-IF
           DISPLAY "Codigo (3 posicoes) .....: " WITH NO ADVANCING.
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
           IF LS-QTDE-UNIDADES >= LIMITE-UNIDADES
              DISPLAY "Tabela de unidades cheia."
              EXIT SECTION
           END-IF
           DISPLAY "Nome ....................: " WITH NO ADVANCING.
           ACCEPT LS-NOME.
           IF LS-NOME = SPACES
              DISPLAY "Nome obrigatorio. Inclusao cancelada."
              EXIT SECTION
           END-IF
           IF LS-QTDE-UNIDADES = ZERO
              MOVE "S" TO LS-SEDE
           ELSE
              DISPLAY "Sede (S/N) ..............: " WITH NO ADVANCING
              MOVE SPACES TO LS-SEDE
              ACCEPT LS-SEDE
              MOVE FUNCTION UPPER-CASE(LS-SEDE) TO LS-SEDE
           END-IF
           IF LS-SEDE = "S"
              PERFORM 560-TIRA-SEDE
           ELSE
              MOVE "N" TO LS-SEDE
           END-IF
           MOVE LS-CODIGO TO UN-CODIGO.
           MOVE LS-NOME   TO UN-NOME.
           MOVE LS-SEDE   TO UN-SEDE.
           MOVE "S"       TO UN-ATIVO.
           ADD 1 TO LS-QTDE-UNIDADES.
           MOVE UN-REGISTRO TO TB-UNI-REG(LS-QTDE-UNIDADES).
           PERFORM 600-REGRAVA-TABELA.
           DISPLAY "Unidade " LS-CODIGO " incluida e ativa.".
           MOVE "UNIDADE NOVA" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * ALTERACAO DE UMA UNIDADE: CAMPO EM BRANCO MANTEM O VALOR       *
      * ATUAL; A SEDE NAO PODE SER DESATIVADA                          *
      ******************************************************************
       300-ALTERA-UNIDADE               SECTION.
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
              DISPLAY "Unidade " LS-CODIGO " nao cadastrada."
              EXIT SECTION
           END-IF
           MOVE TB-UNI-REG(LS-ACHOU) TO UN-REGISTRO.
           DISPLAY "Nome atual ..: " UN-NOME.
           DISPLAY "Sede ........: " UN-SEDE.
           DISPLAY "Ativo .......: " UN-ATIVO.
           DISPLAY "(em branco mantem o valor atual)".
           DISPLAY "Novo nome ...............: " WITH NO ADVANCING.
           MOVE SPACES TO LS-NOME.
           ACCEPT LS-NOME.
           DISPLAY "Passa a ser a sede (S) ..: " WITH NO ADVANCING.
           MOVE SPACES TO LS-SEDE.
           ACCEPT LS-SEDE.
           MOVE FUNCTION UPPER-CASE(LS-SEDE) TO LS-SEDE.
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
           IF LS-ATIVO = "N" AND (UN-E-SEDE OR LS-SEDE = "S")
              DISPLAY "A sede nao pode ser desativada. Alteracao "
                      "cancelada."
              EXIT SECTION
           END-IF
           IF LS-SEDE = "S" AND NOT UN-E-SEDE
              PERFORM 560-TIRA-SEDE
              MOVE TB-UNI-REG(LS-ACHOU) TO UN-REGISTRO
              MOVE "S" TO UN-SEDE
           END-IF
           IF LS-NOME NOT = SPACES
              MOVE LS-NOME TO UN-NOME
           END-IF
           IF LS-ATIVO NOT = SPACE
              MOVE LS-ATIVO TO UN-ATIVO
           END-IF
           MOVE UN-REGISTRO TO TB-UNI-REG(LS-ACHOU).
           PERFORM 600-REGRAVA-TABELA.
           DISPLAY "Unidade " LS-CODIGO " alterada.".
           IF UN-ATIVO = "N"
              MOVE "UNIDADE INATIVA" TO LS-RESULTADO
           ELSE
              MOVE "UNIDADE ALTERADA" TO LS-RESULTADO
           END-IF
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * CARGA DE UNIDADE.DAT NA TABELA; O QUE NAO COUBER MARCA O       *
      * TRANSBORDO E BLOQUEIA A REGRAVACAO                             *
      ******************************************************************
       500-CARREGA-TABELA               SECTION.
           MOVE ZERO TO LS-QTDE-UNIDADES.
           MOVE "N" TO LS-TRANSBORDO.
           MOVE "N" TO LS-FIM-ARQUIVO.
           OPEN INPUT UNIDADE-FILE.
           IF LS-UNI-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ UNIDADE-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF LS-QTDE-UNIDADES < LIMITE-UNIDADES
                       ADD 1 TO LS-QTDE-UNIDADES
                       MOVE UN-REGISTRO
                          TO TB-UNI-REG(LS-QTDE-UNIDADES)
                    ELSE
                       MOVE "S" TO LS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE UNIDADE-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * PROCURA DO CODIGO NA TABELA; LS-ACHOU FICA COM A POSICAO       *
      ******************************************************************
       550-PROCURA-CODIGO               SECTION.
           MOVE ZERO TO LS-ACHOU.
           PERFORM VARYING AC-UI FROM 1 BY 1
                   UNTIL AC-UI > LS-QTDE-UNIDADES
              IF TB-UNI-REG(AC-UI)(1:3) = LS-CODIGO
                 MOVE AC-UI TO LS-ACHOU
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * TIRA A MARCA DE SEDE DE TODAS AS UNIDADES DA TABELA (SO UMA    *
      * SEDE POR VEZ)                                                  *
      ******************************************************************
       560-TIRA-SEDE                    SECTION.
           PERFORM VARYING AC-UI FROM 1 BY 1
                   UNTIL AC-UI > LS-QTDE-UNIDADES
              MOVE TB-UNI-REG(AC-UI) TO UN-REGISTRO
              MOVE "N" TO UN-SEDE
              MOVE UN-REGISTRO TO TB-UNI-REG(AC-UI)
           END-PERFORM.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DE UNIDADE.DAT A PARTIR DA TABELA          *
      ******************************************************************
       600-REGRAVA-TABELA               SECTION.
           OPEN OUTPUT UNIDADE-FILE.
           PERFORM VARYING AC-UI FROM 1 BY 1
                   UNTIL AC-UI > LS-QTDE-UNIDADES
              MOVE TB-UNI-REG(AC-UI) TO UN-REGISTRO
              WRITE UN-REGISTRO
           END-PERFORM.
           CLOSE UNIDADE-FILE.
           EXIT.
