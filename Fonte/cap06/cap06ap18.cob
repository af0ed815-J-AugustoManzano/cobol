       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP06AP18.
      *
      * Modelos de compromissos recorrentes: aluguel, contratos de
      * manutencao e assinaturas eram digitados no CAP06AP09 todo
      * mes, e um deles ja foi esquecido. Aqui o operador cadastra o
      * modelo em COMPMOD.DAT (cmpmod.cpy) - codigo de 4 posicoes,
      * descricao, valor, direcao [P]agar/[R]eceber, operador
      * responsavel (conferido contra OPERREG.DAT quando o registro
      * de operadores existe), dia do mes, frequencia, inicio e fim
      * da vigencia validados por C0602DAT e a regra do vencimento
      * em dia nao util ([P]osterga ou [A]ntecipa). A geracao dos
      * compromissos do mes e o passo mensal CAP06AP19 da rede de
      * jobs, uma vez por competencia. A opcao [E] encerra um modelo
      * (deixa de gerar) sem apagar o historico; os compromissos ja
      * gerados continuam no registro.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODELO-FILE ASSIGN TO "COMPMOD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOD-STATUS.
           SELECT OPERREG-FILE ASSIGN TO "OPERREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MODELO-FILE.
       COPY "cmpmod.cpy".
       FD  OPERREG-FILE.
       COPY "operreg.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-MODELOS VALUE 200.
       01  WS-TABELA-MODELOS.
           05  WS-MOD-REG PIC X(77) OCCURS LIMITE-MODELOS TIMES.
       77  WS-QTDE-MODELOS     PIC 9(3) VALUE ZERO.
       77  AC-MI               PIC 9(3).
       77  WS-MOD-STATUS       PIC XX.
       77  WS-REG-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-OPCAO            PIC X.
       77  WS-CODIGO           PIC X(4).
       77  WS-ACHOU            PIC X.
       77  WS-MUDOU            PIC X VALUE "N".
       77  WS-DATA-ENTRADA     PIC X(10).
       77  WS-SAIDA-DATA       PIC X(10).
       77  WS-MOTIVO           PIC X(40).
       77  WS-DATA-NEG         PIC 9(8).
       77  WS-S-VALOR          PIC Z(6)9.99.
       77  WS-S-INICIO         PIC X(10).
       77  WS-S-FIM            PIC X(10).
       77  WS-DATA-FMT         PIC 9(8).
       77  WS-S-DATA           PIC X(10).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP06A18".
       77  WS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM 100-CARREGA-MODELOS.
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "--------------------------------------"
              DISPLAY "Modelos de Compromissos Recorrentes"
              DISPLAY "--------------------------------------"
              DISPLAY "[L] - Listar modelos"
              DISPLAY "[I] - Incluir modelo"
              DISPLAY "[E] - Encerrar modelo"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "L"
                    PERFORM 200-LISTA-MODELOS
                 WHEN "I"
                    PERFORM 300-INCLUI-MODELO
                 WHEN "E"
                    PERFORM 400-ENCERRA-MODELO
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           IF WS-MUDOU = "S"
              PERFORM 700-REGRAVA-MODELOS
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
      * CARGA DOS MODELOS PARA A TABELA                                *
      ******************************************************************
       100-CARREGA-MODELOS             SECTION.
           MOVE ZERO TO WS-QTDE-MODELOS.
           OPEN INPUT MODELO-FILE.
           IF WS-MOD-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ MODELO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-MODELOS < LIMITE-MODELOS
                       ADD 1 TO WS-QTDE-MODELOS
                       MOVE MD-REGISTRO
                          TO WS-MOD-REG(WS-QTDE-MODELOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MODELO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * LISTAGEM DOS MODELOS COM A VIGENCIA E A REGRA                  *
      ******************************************************************
       200-LISTA-MODELOS               SECTION.
           IF WS-QTDE-MODELOS = ZERO
              DISPLAY "Nenhum modelo cadastrado."
              EXIT SECTION
           END-IF.
           DISPLAY "COD  DIA F R D       VALOR INICIO     FIM        "
                   "S DESCRICAO".
           PERFORM VARYING AC-MI FROM 1 BY 1
                   UNTIL AC-MI > WS-QTDE-MODELOS
              MOVE WS-MOD-REG(AC-MI) TO MD-REGISTRO
              MOVE MD-VALOR TO WS-S-VALOR
              MOVE MD-INICIO TO WS-DATA-FMT
              PERFORM 800-FORMATA-DATA
              MOVE WS-S-DATA TO WS-S-INICIO
              IF MD-FIM = ZERO
                 MOVE "SEM FIM" TO WS-S-FIM
              ELSE
                 MOVE MD-FIM TO WS-DATA-FMT
                 PERFORM 800-FORMATA-DATA
                 MOVE WS-S-DATA TO WS-S-FIM
              END-IF
              DISPLAY MD-CODIGO " " MD-DIA "  " MD-FREQUENCIA " "
                 MD-REGRA " " MD-DIRECAO " " WS-S-VALOR " "
                 WS-S-INICIO " " WS-S-FIM " " MD-SITUACAO " "
                 MD-DESCRICAO
           END-PERFORM.
           EXIT.
      ******************************************************************
      * INCLUSAO DE UM MODELO, COM DATAS, DIA, FREQUENCIA, REGRA E     *
      * RESPONSAVEL CONFERIDOS                                         *
      ******************************************************************
       300-INCLUI-MODELO               SECTION.
           IF WS-QTDE-MODELOS >= LIMITE-MODELOS
              DISPLAY "Cadastro de modelos cheio."
              EXIT SECTION
           END-IF.
           DISPLAY "Codigo (4 posicoes) ......: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO.
           IF WS-CODIGO = SPACES
              DISPLAY "Codigo obrigatorio."
              EXIT SECTION
           END-IF
           PERFORM 350-PROCURA-CODIGO.
           IF WS-ACHOU = "S"
              DISPLAY "Codigo ja cadastrado."
              EXIT SECTION
           END-IF
           INITIALIZE MD-REGISTRO.
           MOVE WS-CODIGO TO MD-CODIGO.
           DISPLAY "Descricao ................: " WITH NO ADVANCING.
           ACCEPT MD-DESCRICAO.
           DISPLAY "Valor ....................: " WITH NO ADVANCING.
           ACCEPT MD-VALOR.
           IF MD-VALOR = ZERO
              DISPLAY "Valor zerado; modelo nao incluido."
              EXIT SECTION
           END-IF
           DISPLAY "Direcao [P]agar/[R]eceber : " WITH NO ADVANCING.
           ACCEPT MD-DIRECAO.
           MOVE FUNCTION UPPER-CASE(MD-DIRECAO) TO MD-DIRECAO.
           IF MD-DIRECAO NOT = "R"
              MOVE "P" TO MD-DIRECAO
           END-IF.
           DISPLAY "Operador responsavel .....: " WITH NO ADVANCING.
           ACCEPT MD-RESPONSAVEL.
           MOVE FUNCTION UPPER-CASE(MD-RESPONSAVEL) TO MD-RESPONSAVEL.
           PERFORM 360-CONFERE-RESPONSAVEL.
           IF WS-ACHOU NOT = "S"
              DISPLAY "Operador " FUNCTION TRIM(MD-RESPONSAVEL)
                 " nao cadastrado em OPERREG.DAT."
              EXIT SECTION
           END-IF
           DISPLAY "Dia do vencimento (01-31) : " WITH NO ADVANCING.
           ACCEPT MD-DIA.
           IF MD-DIA < 1 OR MD-DIA > 31
              DISPLAY "Dia invalido."
              EXIT SECTION
           END-IF
           DISPLAY "Frequencia [M]ensal/[B]imestral/[T]rimestral/"
                   "[S]emestral/[A]nual: " WITH NO ADVANCING.
           ACCEPT MD-FREQUENCIA.
           MOVE FUNCTION UPPER-CASE(MD-FREQUENCIA) TO MD-FREQUENCIA.
           IF MD-FREQUENCIA NOT = "M" AND NOT = "B" AND NOT = "T"
              AND NOT = "S" AND NOT = "A"
              DISPLAY "Frequencia invalida."
              EXIT SECTION
           END-IF
           DISPLAY "Inicio (DD/MM/AAAA) ......: " WITH NO ADVANCING.
           ACCEPT WS-DATA-ENTRADA.
           PERFORM 370-VALIDA-DATA.
           IF WS-SAIDA-DATA = "**/**/****"
              EXIT SECTION
           END-IF
           MOVE WS-DATA-FMT TO MD-INICIO.
           DISPLAY "Fim (DD/MM/AAAA, branco = sem fim): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-DATA-ENTRADA.
           ACCEPT WS-DATA-ENTRADA.
           IF WS-DATA-ENTRADA = SPACES
              MOVE ZERO TO MD-FIM
           ELSE
              PERFORM 370-VALIDA-DATA
              IF WS-SAIDA-DATA = "**/**/****"
                 EXIT SECTION
              END-IF
              IF WS-DATA-FMT < MD-INICIO
                 DISPLAY "Fim anterior ao inicio."
                 EXIT SECTION
              END-IF
              MOVE WS-DATA-FMT TO MD-FIM
           END-IF
           DISPLAY "Vencimento em dia nao util [P]osterga/"
                   "[A]ntecipa: " WITH NO ADVANCING.
           ACCEPT MD-REGRA.
           MOVE FUNCTION UPPER-CASE(MD-REGRA) TO MD-REGRA.
           IF MD-REGRA NOT = "A"
              MOVE "P" TO MD-REGRA
           END-IF.
           MOVE "A" TO MD-SITUACAO.
           ADD 1 TO WS-QTDE-MODELOS.
           MOVE MD-REGISTRO TO WS-MOD-REG(WS-QTDE-MODELOS).
           MOVE "S" TO WS-MUDOU.
           MOVE "MODELO INCLUIDO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           DISPLAY "Modelo incluido; gera a partir da proxima "
                   "competencia nao gerada.".
           EXIT.
      ******************************************************************
      * PROCURA UM CODIGO NA TABELA (DEIXA AC-MI NO ACHADO)            *
      ******************************************************************
       350-PROCURA-CODIGO              SECTION.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING AC-MI FROM 1 BY 1
                   UNTIL AC-MI > WS-QTDE-MODELOS
              MOVE WS-MOD-REG(AC-MI) TO MD-REGISTRO
              IF MD-CODIGO = WS-CODIGO
                 MOVE "S" TO WS-ACHOU
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * RESPONSAVEL CONFERIDO CONTRA OPERREG.DAT; SEM O REGISTRO DE    *
      * OPERADORES (BOOTSTRAP), QUALQUER NOME E ACEITO                 *
      ******************************************************************
       360-CONFERE-RESPONSAVEL         SECTION.
           MOVE "N" TO WS-ACHOU.
           OPEN INPUT OPERREG-FILE.
           IF WS-REG-STATUS NOT = "00"
              IF MD-RESPONSAVEL NOT = SPACES
                 MOVE "S" TO WS-ACHOU
              END-IF
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ OPERREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF OP-ID = MD-RESPONSAVEL
                       MOVE "S" TO WS-ACHOU
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * DATA DD/MM/AAAA VALIDADA POR C0602DAT; VALIDA, VOLTA EM        *
      * WS-DATA-FMT (AAAAMMDD)                                         *
      ******************************************************************
       370-VALIDA-DATA                 SECTION.
           CALL "C0602DAT" USING BY CONTENT WS-DATA-ENTRADA,
               BY REFERENCE WS-SAIDA-DATA, BY REFERENCE WS-MOTIVO,
               BY CONTENT "B".
           IF WS-SAIDA-DATA = "**/**/****"
              DISPLAY "Data invalida: " FUNCTION TRIM(WS-MOTIVO)
              EXIT SECTION
           END-IF
           MOVE WS-SAIDA-DATA(7:4) TO WS-DATA-FMT(1:4).
           MOVE WS-SAIDA-DATA(4:2) TO WS-DATA-FMT(5:2).
           MOVE WS-SAIDA-DATA(1:2) TO WS-DATA-FMT(7:2).
           EXIT.
      ******************************************************************
      * ENCERRAMENTO: O MODELO DEIXA DE GERAR; SEM FIM INFORMADO, A    *
      * VIGENCIA TERMINA NA DATA DE NEGOCIO                            *
      ******************************************************************
       400-ENCERRA-MODELO              SECTION.
           DISPLAY "Codigo do modelo .........: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO.
           PERFORM 350-PROCURA-CODIGO.
           IF WS-ACHOU NOT = "S"
              DISPLAY "Modelo nao cadastrado."
              EXIT SECTION
           END-IF
           IF MD-SITUACAO = "E"
              DISPLAY "Modelo ja encerrado."
              EXIT SECTION
           END-IF
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           MOVE "E" TO MD-SITUACAO.
           IF MD-FIM = ZERO OR MD-FIM > WS-DATA-NEG
              MOVE WS-DATA-NEG TO MD-FIM
           END-IF
           MOVE MD-REGISTRO TO WS-MOD-REG(AC-MI).
           MOVE "S" TO WS-MUDOU.
           MOVE "MODELO ENCERRADO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           DISPLAY "Modelo " WS-CODIGO " encerrado.".
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DE COMPMOD.DAT A PARTIR DA TABELA          *
      ******************************************************************
       700-REGRAVA-MODELOS             SECTION.
           OPEN OUTPUT MODELO-FILE.
           PERFORM VARYING AC-MI FROM 1 BY 1
                   UNTIL AC-MI > WS-QTDE-MODELOS
              MOVE WS-MOD-REG(AC-MI) TO MD-REGISTRO
              WRITE MD-REGISTRO
           END-PERFORM.
           CLOSE MODELO-FILE.
           EXIT.
      ******************************************************************
      * DATA AAAAMMDD (WS-DATA-FMT) EM DD/MM/AAAA PARA A TELA          *
      ******************************************************************
       800-FORMATA-DATA                SECTION.
           MOVE SPACES TO WS-S-DATA.
           STRING WS-DATA-FMT(7:2) "/" WS-DATA-FMT(5:2) "/"
                  WS-DATA-FMT(1:4)
              DELIMITED BY SIZE INTO WS-S-DATA.
           EXIT.
