       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIDSVC.
      *
      * Servico da dimensao de unidade (sitio): resolve a unidade de
      * uma turma, de um departamento ou de um operador e o alcance
      * da sessao, para os relatorios filtrarem e subtotalizarem por
      * unidade sem cada um reler quatro cadastros. As tabelas ficam
      * em WORKING-STORAGE, como a sessao do OPERADOR, e sao
      * carregadas na primeira consulta; o relatorio pede a recarga
      * ("C") no inicio para enxergar a manutencao feita na mesma
      * sessao. Unidade em branco (registro antigo, turma sem
      * registro, lote interativo) e resolvida para a sede.
      *    "C" - recarrega UNIDADE, CAPACREG, DEPTO e OPERREG
      *    "V" - confere LK-UNIDADE no cadastro: LK-STATUS "S" se
      *          cadastrada e ativa (ou em branco), "N" se nao
      *    "R" - normaliza LK-UNIDADE (branco vira a sede)
      *    "T" - unidade da turma LK-CHAVE(1:6)
      *    "D" - unidade do departamento LK-CHAVE(1:4)
      *    "O" - unidade do operador de nome LK-CHAVE (o nome e o que
      *          a trilha de auditoria grava em AL-OPERADOR)
      *    "S" - unidade da sessao (OPERADOR "W") em LK-UNIDADE e o
      *          alcance em LK-STATUS: "T" todas as unidades (sede ou
      *          operador sem unidade), "U" so a propria
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIDADE-FILE ASSIGN TO "UNIDADE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARQ-STATUS.
           SELECT CAPAC-FILE ASSIGN TO "CAPACREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARQ-STATUS.
           SELECT DEPTO-FILE ASSIGN TO "DEPTO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARQ-STATUS.
           SELECT OPERREG-FILE ASSIGN TO "OPERREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  UNIDADE-FILE.
       COPY "unidade.cpy".
       FD  CAPAC-FILE.
       COPY "capacreg.cpy".
       FD  DEPTO-FILE.
       COPY "depto.cpy".
       FD  OPERREG-FILE.
       COPY "operreg.cpy".
       WORKING-STORAGE SECTION.
       78  LIMITE-UNIDADES VALUE 20.
       78  LIMITE-CHAVES   VALUE 200.
       01  WS-TAB-UNIDADES.
           05  WS-UNI-ENTRADA OCCURS LIMITE-UNIDADES TIMES.
               10  WS-UNI-CODIGO   PIC X(3).
               10  WS-UNI-SEDE     PIC X.
               10  WS-UNI-ATIVO    PIC X.
       77  WS-QTDE-UNIDADES PIC 9(2) VALUE ZERO.
       01  WS-TAB-VINCULOS.
           05  WS-VIN-ENTRADA OCCURS LIMITE-CHAVES TIMES.
               10  WS-VIN-TIPO     PIC X.
               10  WS-VIN-CHAVE    PIC X(12).
               10  WS-VIN-UNIDADE  PIC X(3).
       77  WS-QTDE-VINCULOS PIC 9(3) VALUE ZERO.
       77  WS-UNIDADE-SEDE  PIC X(3) VALUE SPACES.
       77  WS-CARREGADO     PIC X VALUE "N".
       77  WS-ARQ-STATUS    PIC XX.
       77  WS-FIM-ARQUIVO   PIC X VALUE "N".
           88 WS-FIM-OK     VALUE "S".
       77  WS-SESSAO        PIC X(12).
       77  WS-TIPO          PIC X.
       77  AC-CI            PIC 9(3).
       LINKAGE SECTION.
       77  LK-OPCAO         PIC X.
       77  LK-CHAVE         PIC X(12).
       77  LK-UNIDADE       PIC X(3).
       77  LK-STATUS        PIC X.
       PROCEDURE DIVISION USING LK-OPCAO, LK-CHAVE, LK-UNIDADE,
               LK-STATUS.
       PROG-PRINCIPAL-PARA.
           IF LK-OPCAO = "C" OR WS-CARREGADO NOT = "S"
              PERFORM 100-CARREGA-TABELAS
           END-IF.
           MOVE "S" TO LK-STATUS.
           EVALUATE LK-OPCAO
              WHEN "V"
                 PERFORM 300-CONFERE-UNIDADE
              WHEN "R"
                 IF LK-UNIDADE = SPACES
                    MOVE WS-UNIDADE-SEDE TO LK-UNIDADE
                 END-IF
              WHEN "T"
              WHEN "D"
              WHEN "O"
                 MOVE LK-OPCAO TO WS-TIPO
                 PERFORM 400-PROCURA-VINCULO
              WHEN "S"
                 PERFORM 500-ALCANCE-SESSAO
           END-EVALUATE.
           EXIT PROGRAM.
      ******************************************************************
      * CARGA DO CADASTRO DE UNIDADES E DOS VINCULOS DE TURMA,         *
      * DEPARTAMENTO E OPERADOR                                        *
      ******************************************************************
       100-CARREGA-TABELAS             SECTION.
           MOVE ZERO TO WS-QTDE-UNIDADES WS-QTDE-VINCULOS.
           MOVE SPACES TO WS-UNIDADE-SEDE.
           MOVE "S" TO WS-CARREGADO.
           OPEN INPUT UNIDADE-FILE.
           IF WS-ARQ-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ UNIDADE-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-UNIDADES < LIMITE-UNIDADES
                          ADD 1 TO WS-QTDE-UNIDADES
                          MOVE UN-CODIGO
                             TO WS-UNI-CODIGO(WS-QTDE-UNIDADES)
                          MOVE UN-SEDE
                             TO WS-UNI-SEDE(WS-QTDE-UNIDADES)
                          MOVE UN-ATIVO
                             TO WS-UNI-ATIVO(WS-QTDE-UNIDADES)
                          IF UN-E-SEDE AND WS-UNIDADE-SEDE = SPACES
                             MOVE UN-CODIGO TO WS-UNIDADE-SEDE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE UNIDADE-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT CAPAC-FILE.
           IF WS-ARQ-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ CAPAC-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       MOVE "T" TO WS-TIPO
                       MOVE CP-TURMA TO WS-SESSAO
                       PERFORM 150-GUARDA-VINCULO
                       IF AC-CI > ZERO
                          MOVE CP-UNIDADE TO WS-VIN-UNIDADE(AC-CI)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAPAC-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT DEPTO-FILE.
           IF WS-ARQ-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ DEPTO-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       MOVE "D" TO WS-TIPO
                       MOVE DP-CODIGO TO WS-SESSAO
                       PERFORM 150-GUARDA-VINCULO
                       IF AC-CI > ZERO
                          MOVE DP-UNIDADE TO WS-VIN-UNIDADE(AC-CI)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPTO-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT OPERREG-FILE.
           IF WS-ARQ-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ OPERREG-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       MOVE "O" TO WS-TIPO
                       MOVE OP-NOME TO WS-SESSAO
                       PERFORM 150-GUARDA-VINCULO
                       IF AC-CI > ZERO
                          MOVE OP-UNIDADE TO WS-VIN-UNIDADE(AC-CI)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERREG-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM VINCULO NA TABELA (O ULTIMO REGISTRO DA CHAVE VALE); AC-CI  *
      * FICA COM A POSICAO, OU ZERO COM A TABELA CHEIA                 *
      ******************************************************************
       150-GUARDA-VINCULO              SECTION.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-VINCULOS
              IF WS-VIN-TIPO(AC-CI) = WS-TIPO
                 AND WS-VIN-CHAVE(AC-CI) = WS-SESSAO
                 EXIT SECTION
              END-IF
           END-PERFORM.
           IF WS-QTDE-VINCULOS >= LIMITE-CHAVES
              MOVE ZERO TO AC-CI
              EXIT SECTION
           END-IF
           ADD 1 TO WS-QTDE-VINCULOS.
           MOVE WS-QTDE-VINCULOS TO AC-CI.
           MOVE WS-TIPO TO WS-VIN-TIPO(AC-CI).
           MOVE WS-SESSAO TO WS-VIN-CHAVE(AC-CI).
           EXIT.
      ******************************************************************
      * CODIGO DE UNIDADE CADASTRADO E ATIVO (EM BRANCO E ACEITO: E A  *
      * SEDE)                                                          *
      ******************************************************************
       300-CONFERE-UNIDADE             SECTION.
           IF LK-UNIDADE = SPACES
              EXIT SECTION
           END-IF
           MOVE "N" TO LK-STATUS.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-UNIDADES
              IF WS-UNI-CODIGO(AC-CI) = LK-UNIDADE
                 AND WS-UNI-ATIVO(AC-CI) NOT = "N"
                 MOVE "S" TO LK-STATUS
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * UNIDADE DE UMA TURMA, DEPARTAMENTO OU OPERADOR; SEM VINCULO,   *
      * OU COM A UNIDADE EM BRANCO, A SEDE                             *
      ******************************************************************
       400-PROCURA-VINCULO             SECTION.
           MOVE SPACES TO LK-UNIDADE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-VINCULOS
              IF WS-VIN-TIPO(AC-CI) = WS-TIPO
                 AND WS-VIN-CHAVE(AC-CI) = LK-CHAVE
                 MOVE WS-VIN-UNIDADE(AC-CI) TO LK-UNIDADE
              END-IF
           END-PERFORM.
           IF LK-UNIDADE = SPACES
              MOVE "N" TO LK-STATUS
              MOVE WS-UNIDADE-SEDE TO LK-UNIDADE
           END-IF.
           EXIT.
      ******************************************************************
      * ALCANCE DA SESSAO: A SEDE (OU OPERADOR SEM UNIDADE, COMO OS    *
      * JOBS EM LOTE) VE TODAS AS UNIDADES; A FILIAL, SO A PROPRIA     *
      ******************************************************************
       500-ALCANCE-SESSAO              SECTION.
           CALL "OPERADOR" USING BY CONTENT "W",
              BY REFERENCE WS-SESSAO.
           MOVE WS-SESSAO(1:3) TO LK-UNIDADE.
           MOVE "T" TO LK-STATUS.
           IF LK-UNIDADE = SPACES OR LK-UNIDADE = WS-UNIDADE-SEDE
              MOVE WS-UNIDADE-SEDE TO LK-UNIDADE
              EXIT SECTION
           END-IF
           MOVE "U" TO LK-STATUS.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-UNIDADES
              IF WS-UNI-CODIGO(AC-CI) = LK-UNIDADE
                 AND WS-UNI-SEDE(AC-CI) = "S"
                 MOVE "T" TO LK-STATUS
              END-IF
           END-PERFORM.
           EXIT.
       END PROGRAM UNIDSVC.
