       IDENTIFICATION DIVISION.
       PROGRAM-ID. C0502PLC.
      *
      * Manutencao do plano de contas (PLCONTAS.DAT) e das regras de
      * lancamento por tipo de transacao (REGRACTB.DAT) usados pelo
      * job de contabilizacao CAP05AP13. O plano lista, inclui (codigo
      * repetido e recusado) e altera contas - inclusive desativa-las,
      * o que as mantem no plano para o historico do diario e do
      * balancete mas faz o job recusar lancamento novo nelas. Cada
      * regra liga um tipo de transacao a conta de debito e a de
      * credito, conferidas contra o plano (conta inexistente ou
      * inativa e recusada); a inclusao de um tipo ja cadastrado
      * substitui a regra dele. A opcao [G] semeia o plano e as
      * regras de fabrica num cadastro novo, acrescentando so o que
      * ainda nao existe, no estilo dos codigos de transacao do
      * CAP06AP16. Os dois arquivos sao regravados inteiros a partir
      * da tabela em memoria a cada alteracao, como o cadastro de
      * departamentos do C0502DPT, e cada mudanca vai para
      * AUDITLOG.DAT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLCONTAS-FILE ASSIGN TO "PLCONTAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-PLC-STATUS.
           SELECT REGRACTB-FILE ASSIGN TO "REGRACTB.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-RGR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLCONTAS-FILE.
       COPY "planocta.cpy".
       FD  REGRACTB-FILE.
       COPY "regractb.cpy".
       LOCAL-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-CONTAS VALUE 300.
       01  TB-CONTAS.
           05  TB-CTA-REG PIC X(40) OCCURS LIMITE-CONTAS TIMES.
       77  LS-QTDE-CONTAS PIC 9(3) VALUE ZERO.
       78  LIMITE-REGRAS VALUE 50.
       01  TB-REGRAS.
           05  TB-RGR-REG PIC X(50) OCCURS LIMITE-REGRAS TIMES.
       77  LS-QTDE-REGRAS PIC 9(2) VALUE ZERO.
       77  LS-TRANSBORDO  PIC X VALUE "N".
       77  AC-CT          PIC 9(3).
       77  AC-RG          PIC 9(2).
       77  LS-ACHOU       PIC 9(3).
       77  LS-PLC-STATUS  PIC XX.
       77  LS-RGR-STATUS  PIC XX.
       77  LS-FIM-ARQUIVO PIC X VALUE "N".
           88 LS-FIM-OK   VALUE "S".
       77  LS-OPCAO       PIC X.
       77  LS-CONTA       PIC X(8).
       77  LS-DESCRICAO   PIC X(30).
       77  LS-TIPO-CONTA  PIC X.
       77  LS-ATIVA       PIC X.
       77  LS-TIPO-TRANS  PIC X(4).
       77  LS-DEBITO      PIC X(8).
       77  LS-CREDITO     PIC X(8).
       77  LS-CONTA-OK    PIC X.
       77  LS-QTDE-NOVAS  PIC 9(3) VALUE ZERO.
       77  LS-PROGRAMA    PIC X(8) VALUE "C0502PLC".
       77  LS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              CALL "SYSTEM" USING "cls"
              DISPLAY "------------------------------------"
              DISPLAY "Plano de Contas e Regras Contabeis"
              DISPLAY "------------------------------------"
              DISPLAY CR
              DISPLAY "[L] - Listar plano de contas"
              DISPLAY "[I] - Incluir conta"
              DISPLAY "[A] - Alterar / ativar / desativar conta"
              DISPLAY "[R] - Listar regras de lancamento"
              DISPLAY "[T] - Incluir / substituir regra de um tipo"
              DISPLAY "[G] - Gerar plano e regras de fabrica"
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
                    PERFORM 100-LISTA-CONTAS
                    CALL "C0502PSA"
                 WHEN "I"
                    PERFORM 200-INCLUI-CONTA
                    CALL "C0502PSA"
                 WHEN "A"
                    PERFORM 300-ALTERA-CONTA
                    CALL "C0502PSA"
                 WHEN "R"
                    PERFORM 400-LISTA-REGRAS
                    CALL "C0502PSA"
                 WHEN "T"
                    PERFORM 450-GRAVA-REGRA
                    CALL "C0502PSA"
                 WHEN "G"
                    PERFORM 700-SEMEIA-PADRAO
                    CALL "C0502PSA"
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
                    CALL "C0502PSA"
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * LISTA O PLANO DE CONTAS NA ORDEM DO ARQUIVO                    *
      ******************************************************************
       100-LISTA-CONTAS                 SECTION.
           PERFORM 500-CARREGA-CONTAS.
           IF LS-QTDE-CONTAS = ZERO
              DISPLAY "Nenhuma conta cadastrada em PLCONTAS.DAT."
              EXIT SECTION
           END-IF
           DISPLAY "CONTA    DESCRICAO                      TIPO ATIVA".
           PERFORM VARYING AC-CT FROM 1 BY 1
                   UNTIL AC-CT > LS-QTDE-CONTAS
              MOVE TB-CTA-REG(AC-CT) TO PC-REGISTRO
              DISPLAY PC-CONTA " " PC-DESCRICAO " " PC-TIPO
                 "    " PC-ATIVA
           END-PERFORM.
           EXIT.
      ******************************************************************
      * INCLUSAO DE UMA CONTA, RECUSANDO CODIGO REPETIDO E TIPO FORA   *
      * DA CLASSIFICACAO DO PLANO                                      *
      ******************************************************************
       200-INCLUI-CONTA                 SECTION.
           PERFORM 500-CARREGA-CONTAS.
           IF LS-TRANSBORDO = "S"
              DISPLAY "Plano maior que a tabela; inclusao recusada."
              EXIT SECTION
           END-IF
           DISPLAY "Conta (ex. 1.1.01) ......: " WITH NO ADVANCING.
           ACCEPT LS-CONTA.
           MOVE FUNCTION UPPER-CASE(LS-CONTA) TO LS-CONTA.
           IF LS-CONTA = SPACES
              DISPLAY "Conta nao informada. Inclusao cancelada."
              EXIT SECTION
           END-IF
           PERFORM 550-PROCURA-CONTA.
           IF LS-ACHOU > ZERO
              DISPLAY "Conta ja cadastrada. Inclusao cancelada."
              EXIT SECTION
           END-IF
           IF LS-QTDE-CONTAS >= LIMITE-CONTAS
              DISPLAY "Tabela do plano de contas cheia."
              EXIT SECTION
           END-IF
           DISPLAY "Descricao ...............: " WITH NO ADVANCING.
           ACCEPT LS-DESCRICAO.
           DISPLAY "Tipo (A/P/L/R/D) ........: " WITH NO ADVANCING.
           ACCEPT LS-TIPO-CONTA.
           MOVE FUNCTION UPPER-CASE(LS-TIPO-CONTA) TO LS-TIPO-CONTA.
           IF LS-DESCRICAO = SPACES
              DISPLAY "Descricao obrigatoria. Inclusao cancelada."
              EXIT SECTION
           END-IF
           IF LS-TIPO-CONTA NOT = "A" AND NOT = "P" AND NOT = "L"
              AND NOT = "R" AND NOT = "D"
              DISPLAY "Tipo de conta invalido. Inclusao cancelada."
              EXIT SECTION
           END-IF
           MOVE LS-CONTA      TO PC-CONTA.
           MOVE LS-DESCRICAO  TO PC-DESCRICAO.
           MOVE LS-TIPO-CONTA TO PC-TIPO.
           MOVE "S"           TO PC-ATIVA.
           ADD 1 TO LS-QTDE-CONTAS.
           MOVE PC-REGISTRO TO TB-CTA-REG(LS-QTDE-CONTAS).
           PERFORM 600-REGRAVA-CONTAS.
           DISPLAY "Conta " LS-CONTA " incluida e ativa.".
           MOVE "CONTA NOVA" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * ALTERACAO DE UMA CONTA: CAMPO EM BRANCO MANTEM O VALOR ATUAL;  *
      * O INDICADOR DE ATIVA ACEITA SO "S" OU "N"                      *
      ******************************************************************
       300-ALTERA-CONTA                 SECTION.
           PERFORM 500-CARREGA-CONTAS.
           IF LS-TRANSBORDO = "S"
              DISPLAY "Plano maior que a tabela; alteracao recusada."
              EXIT SECTION
           END-IF
           DISPLAY "Conta a alterar .........: " WITH NO ADVANCING.
           ACCEPT LS-CONTA.
           MOVE FUNCTION UPPER-CASE(LS-CONTA) TO LS-CONTA.
           PERFORM 550-PROCURA-CONTA.
           IF LS-ACHOU = ZERO
              DISPLAY "Conta " LS-CONTA " nao cadastrada."
              EXIT SECTION
           END-IF
           MOVE TB-CTA-REG(LS-ACHOU) TO PC-REGISTRO.
           DISPLAY "Descricao atual: " PC-DESCRICAO.
           DISPLAY "Tipo ..........: " PC-TIPO.
           DISPLAY "Ativa .........: " PC-ATIVA.
           DISPLAY "(em branco mantem o valor atual)".
           DISPLAY "Nova descricao ..........: " WITH NO ADVANCING.
           MOVE SPACES TO LS-DESCRICAO.
           ACCEPT LS-DESCRICAO.
           DISPLAY "Novo tipo (A/P/L/R/D) ...: " WITH NO ADVANCING.
           MOVE SPACES TO LS-TIPO-CONTA.
           ACCEPT LS-TIPO-CONTA.
           MOVE FUNCTION UPPER-CASE(LS-TIPO-CONTA) TO LS-TIPO-CONTA.
           DISPLAY "Ativa (S/N) .............: " WITH NO ADVANCING.
           MOVE SPACES TO LS-ATIVA.
           ACCEPT LS-ATIVA.
           MOVE FUNCTION UPPER-CASE(LS-ATIVA) TO LS-ATIVA.
           IF LS-TIPO-CONTA NOT = SPACE AND NOT = "A" AND NOT = "P"
              AND NOT = "L" AND NOT = "R" AND NOT = "D"
              DISPLAY "Tipo de conta invalido. Alteracao cancelada."
              EXIT SECTION
           END-IF
           IF LS-ATIVA NOT = SPACE AND LS-ATIVA NOT = "S"
              AND LS-ATIVA NOT = "N"
              DISPLAY "Indicador de ativa invalido. Alteracao "
                      "cancelada."
              EXIT SECTION
           END-IF
           IF LS-DESCRICAO NOT = SPACES
              MOVE LS-DESCRICAO TO PC-DESCRICAO
           END-IF
           IF LS-TIPO-CONTA NOT = SPACE
              MOVE LS-TIPO-CONTA TO PC-TIPO
           END-IF
           IF LS-ATIVA NOT = SPACE
              MOVE LS-ATIVA TO PC-ATIVA
           END-IF
           MOVE PC-REGISTRO TO TB-CTA-REG(LS-ACHOU).
           PERFORM 600-REGRAVA-CONTAS.
           DISPLAY "Conta " LS-CONTA " alterada.".
           IF PC-ATIVA = "N"
              MOVE "CONTA INATIVA" TO LS-RESULTADO
           ELSE
              MOVE "CONTA ALTERADA" TO LS-RESULTADO
           END-IF
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * LISTA AS REGRAS DE LANCAMENTO POR TIPO DE TRANSACAO            *
      ******************************************************************
       400-LISTA-REGRAS                 SECTION.
           PERFORM 520-CARREGA-REGRAS.
           IF LS-QTDE-REGRAS = ZERO
              DISPLAY "Nenhuma regra cadastrada em REGRACTB.DAT."
              EXIT SECTION
           END-IF
           DISPLAY "TIPO DESCRICAO                      DEBITO   "
                   "CREDITO".
           PERFORM VARYING AC-RG FROM 1 BY 1
                   UNTIL AC-RG > LS-QTDE-REGRAS
              MOVE TB-RGR-REG(AC-RG) TO RG-REGISTRO
              DISPLAY RG-TIPO " " RG-DESCRICAO " " RG-DEBITO " "
                 RG-CREDITO
           END-PERFORM.
           EXIT.
      ******************************************************************
      * INCLUSAO OU SUBSTITUICAO DA REGRA DE UM TIPO: AS DUAS CONTAS   *
      * PRECISAM EXISTIR NO PLANO E ESTAR ATIVAS                       *
      ******************************************************************
       450-GRAVA-REGRA                  SECTION.
           PERFORM 500-CARREGA-CONTAS.
           PERFORM 520-CARREGA-REGRAS.
           IF LS-TRANSBORDO = "S"
              DISPLAY "Cadastro maior que a tabela; gravacao recusada."
              EXIT SECTION
           END-IF
           DISPLAY "Tipo de transacao (4) ...: " WITH NO ADVANCING.
           ACCEPT LS-TIPO-TRANS.
           MOVE FUNCTION UPPER-CASE(LS-TIPO-TRANS) TO LS-TIPO-TRANS.
           IF LS-TIPO-TRANS = SPACES
              DISPLAY "Tipo nao informado. Gravacao cancelada."
              EXIT SECTION
           END-IF
           DISPLAY "Descricao ...............: " WITH NO ADVANCING.
           ACCEPT LS-DESCRICAO.
           DISPLAY "Conta a debito ..........: " WITH NO ADVANCING.
           ACCEPT LS-DEBITO.
           MOVE FUNCTION UPPER-CASE(LS-DEBITO) TO LS-DEBITO.
           DISPLAY "Conta a credito .........: " WITH NO ADVANCING.
           ACCEPT LS-CREDITO.
           MOVE FUNCTION UPPER-CASE(LS-CREDITO) TO LS-CREDITO.
           MOVE LS-DEBITO TO LS-CONTA.
           PERFORM 560-CONFERE-CONTA.
           IF LS-CONTA-OK NOT = "S"
              DISPLAY "Conta a debito " LS-DEBITO
                      " inexistente ou inativa. Gravacao cancelada."
              EXIT SECTION
           END-IF
           MOVE LS-CREDITO TO LS-CONTA.
           PERFORM 560-CONFERE-CONTA.
           IF LS-CONTA-OK NOT = "S"
              DISPLAY "Conta a credito " LS-CREDITO
                      " inexistente ou inativa. Gravacao cancelada."
              EXIT SECTION
           END-IF
           IF LS-DEBITO = LS-CREDITO
              DISPLAY "Debito e credito na mesma conta. Gravacao "
                      "cancelada."
              EXIT SECTION
           END-IF
           MOVE LS-TIPO-TRANS TO RG-TIPO.
           MOVE LS-DESCRICAO  TO RG-DESCRICAO.
           MOVE LS-DEBITO     TO RG-DEBITO.
           MOVE LS-CREDITO    TO RG-CREDITO.
           PERFORM 570-PROCURA-REGRA.
           IF LS-ACHOU = ZERO
              IF LS-QTDE-REGRAS >= LIMITE-REGRAS
                 DISPLAY "Tabela de regras cheia."
                 EXIT SECTION
              END-IF
              ADD 1 TO LS-QTDE-REGRAS
              MOVE LS-QTDE-REGRAS TO LS-ACHOU
              MOVE "REGRA NOVA" TO LS-RESULTADO
           ELSE
              MOVE "REGRA SUBSTITUIDA" TO LS-RESULTADO
           END-IF
           MOVE RG-REGISTRO TO TB-RGR-REG(LS-ACHOU).
           PERFORM 620-REGRAVA-REGRAS.
           DISPLAY "Regra do tipo " LS-TIPO-TRANS " gravada.".
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * CARGA DE PLCONTAS.DAT NA TABELA; O QUE NAO COUBER MARCA O      *
      * TRANSBORDO E BLOQUEIA A REGRAVACAO                             *
      ******************************************************************
       500-CARREGA-CONTAS               SECTION.
           MOVE ZERO TO LS-QTDE-CONTAS.
           MOVE "N" TO LS-TRANSBORDO.
           MOVE "N" TO LS-FIM-ARQUIVO.
           OPEN INPUT PLCONTAS-FILE.
           IF LS-PLC-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ PLCONTAS-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF LS-QTDE-CONTAS < LIMITE-CONTAS
                       ADD 1 TO LS-QTDE-CONTAS
                       MOVE PC-REGISTRO TO TB-CTA-REG(LS-QTDE-CONTAS)
                    ELSE
                       MOVE "S" TO LS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PLCONTAS-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * CARGA DE REGRACTB.DAT NA TABELA (MESMO TRANSBORDO DO PLANO)    *
      ******************************************************************
       520-CARREGA-REGRAS               SECTION.
           MOVE ZERO TO LS-QTDE-REGRAS.
           MOVE "N" TO LS-FIM-ARQUIVO.
           OPEN INPUT REGRACTB-FILE.
           IF LS-RGR-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ REGRACTB-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF LS-QTDE-REGRAS < LIMITE-REGRAS
                       ADD 1 TO LS-QTDE-REGRAS
                       MOVE RG-REGISTRO TO TB-RGR-REG(LS-QTDE-REGRAS)
                    ELSE
                       MOVE "S" TO LS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REGRACTB-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * PROCURA DA CONTA NA TABELA; LS-ACHOU FICA COM A POSICAO        *
      ******************************************************************
       550-PROCURA-CONTA                SECTION.
           MOVE ZERO TO LS-ACHOU.
           PERFORM VARYING AC-CT FROM 1 BY 1
                   UNTIL AC-CT > LS-QTDE-CONTAS
              IF TB-CTA-REG(AC-CT)(1:8) = LS-CONTA
                 MOVE AC-CT TO LS-ACHOU
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * CONTA DE UMA REGRA: PRECISA EXISTIR E ESTAR ATIVA              *
      ******************************************************************
       560-CONFERE-CONTA                SECTION.
           MOVE "N" TO LS-CONTA-OK.
           PERFORM 550-PROCURA-CONTA.
           IF LS-ACHOU > ZERO
              MOVE TB-CTA-REG(LS-ACHOU) TO PC-REGISTRO
              IF PC-ATIVA = "S"
                 MOVE "S" TO LS-CONTA-OK
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * PROCURA DA REGRA DO TIPO (RG-TIPO) NA TABELA                   *
      ******************************************************************
       570-PROCURA-REGRA                SECTION.
           MOVE ZERO TO LS-ACHOU.
           PERFORM VARYING AC-RG FROM 1 BY 1
                   UNTIL AC-RG > LS-QTDE-REGRAS
              IF TB-RGR-REG(AC-RG)(1:4) = RG-TIPO
                 MOVE AC-RG TO LS-ACHOU
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DE PLCONTAS.DAT A PARTIR DA TABELA         *
      ******************************************************************
       600-REGRAVA-CONTAS               SECTION.
           OPEN OUTPUT PLCONTAS-FILE.
           PERFORM VARYING AC-CT FROM 1 BY 1
                   UNTIL AC-CT > LS-QTDE-CONTAS
              MOVE TB-CTA-REG(AC-CT) TO PC-REGISTRO
              WRITE PC-REGISTRO
           END-PERFORM.
           CLOSE PLCONTAS-FILE.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DE REGRACTB.DAT A PARTIR DA TABELA         *
      ******************************************************************
       620-REGRAVA-REGRAS               SECTION.
           OPEN OUTPUT REGRACTB-FILE.
           PERFORM VARYING AC-RG FROM 1 BY 1
                   UNTIL AC-RG > LS-QTDE-REGRAS
              MOVE TB-RGR-REG(AC-RG) TO RG-REGISTRO
              WRITE RG-REGISTRO
           END-PERFORM.
           CLOSE REGRACTB-FILE.
           EXIT.
      ******************************************************************
      * PLANO E REGRAS DE FABRICA: SO ACRESCENTA CONTA OU REGRA QUE    *
      * AINDA NAO EXISTE (SEMEADURA E IDEMPOTENTE)                     *
      ******************************************************************
       700-SEMEIA-PADRAO                SECTION.
           PERFORM 500-CARREGA-CONTAS.
           PERFORM 520-CARREGA-REGRAS.
           IF LS-TRANSBORDO = "S"
              DISPLAY "Cadastro maior que a tabela; geracao recusada."
              EXIT SECTION
           END-IF
           MOVE ZERO TO LS-QTDE-NOVAS.
           MOVE "S" TO PC-ATIVA.
           MOVE "1.1.01" TO PC-CONTA.
           MOVE "CAIXA E BANCOS" TO PC-DESCRICAO.
           MOVE "A" TO PC-TIPO.
           PERFORM 750-CONTA-SE-NOVA.
           MOVE "1.1.02" TO PC-CONTA.
           MOVE "MENSALIDADES A RECEBER" TO PC-DESCRICAO.
           MOVE "A" TO PC-TIPO.
           PERFORM 750-CONTA-SE-NOVA.
           MOVE "1.1.03" TO PC-CONTA.
           MOVE "CONTAS A RECEBER" TO PC-DESCRICAO.
           MOVE "A" TO PC-TIPO.
           PERFORM 750-CONTA-SE-NOVA.
           MOVE "1.2.01" TO PC-CONTA.
           MOVE "EMPRESTIMOS CONCEDIDOS" TO PC-DESCRICAO.
           MOVE "A" TO PC-TIPO.
           PERFORM 750-CONTA-SE-NOVA.
           MOVE "2.1.01" TO PC-CONTA.
           MOVE "FORNECEDORES A PAGAR" TO PC-DESCRICAO.
           MOVE "P" TO PC-TIPO.
           PERFORM 750-CONTA-SE-NOVA.
           MOVE "3.1.01" TO PC-CONTA.
           MOVE "RECEITA DE SERVICOS INTERNOS" TO PC-DESCRICAO.
           MOVE "R" TO PC-TIPO.
           PERFORM 750-CONTA-SE-NOVA.
           MOVE "3.1.02" TO PC-CONTA.
           MOVE "RECEITA DE JUROS" TO PC-DESCRICAO.
           MOVE "R" TO PC-TIPO.
           PERFORM 750-CONTA-SE-NOVA.
           MOVE "3.1.03" TO PC-CONTA.
           MOVE "RECEITA DE MULTA E MORA" TO PC-DESCRICAO.
           MOVE "R" TO PC-TIPO.
           PERFORM 750-CONTA-SE-NOVA.
           MOVE "4.1.01" TO PC-CONTA.
           MOVE "CUSTO DE SERVICOS INTERNOS" TO PC-DESCRICAO.
           MOVE "D" TO PC-TIPO.
           PERFORM 750-CONTA-SE-NOVA.
           MOVE "PGTP" TO RG-TIPO.
           MOVE "PAGAMENTO A FORNECEDOR" TO RG-DESCRICAO.
           MOVE "2.1.01" TO RG-DEBITO.
           MOVE "1.1.01" TO RG-CREDITO.
           PERFORM 760-REGRA-SE-NOVA.
           MOVE "PGTR" TO RG-TIPO.
           MOVE "RECEBIMENTO DE COMPROMISSO" TO RG-DESCRICAO.
           MOVE "1.1.01" TO RG-DEBITO.
           MOVE "1.1.03" TO RG-CREDITO.
           PERFORM 760-REGRA-SE-NOVA.
           MOVE "MENS" TO RG-TIPO.
           MOVE "RECEBIMENTO DE MENSALIDADE" TO RG-DESCRICAO.
           MOVE "1.1.01" TO RG-DEBITO.
           MOVE "1.1.02" TO RG-CREDITO.
           PERFORM 760-REGRA-SE-NOVA.
           MOVE "PARC" TO RG-TIPO.
           MOVE "PARCELA DE CONTRATO-PRINCIPAL" TO RG-DESCRICAO.
           MOVE "1.1.01" TO RG-DEBITO.
           MOVE "1.2.01" TO RG-CREDITO.
           PERFORM 760-REGRA-SE-NOVA.
           MOVE "JURO" TO RG-TIPO.
           MOVE "PARCELA DE CONTRATO-JUROS" TO RG-DESCRICAO.
           MOVE "1.1.01" TO RG-DEBITO.
           MOVE "3.1.02" TO RG-CREDITO.
           PERFORM 760-REGRA-SE-NOVA.
           MOVE "ENCA" TO RG-TIPO.
           MOVE "PARCELA DE CONTRATO-ENCARGOS" TO RG-DESCRICAO.
           MOVE "1.1.01" TO RG-DEBITO.
           MOVE "3.1.03" TO RG-CREDITO.
           PERFORM 760-REGRA-SE-NOVA.
           MOVE "DEPT" TO RG-TIPO.
           MOVE "FECHAMENTO DE DEPARTAMENTO" TO RG-DESCRICAO.
           MOVE "4.1.01" TO RG-DEBITO.
           MOVE "3.1.01" TO RG-CREDITO.
           PERFORM 760-REGRA-SE-NOVA.
           PERFORM 600-REGRAVA-CONTAS.
           PERFORM 620-REGRAVA-REGRAS.
           DISPLAY "Contas e regras de fabrica acrescentadas: "
              LS-QTDE-NOVAS.
           MOVE "PLANO SEMEADO" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * UMA CONTA DE FABRICA: ENTRA NA TABELA SO SE AINDA NAO EXISTE   *
      ******************************************************************
       750-CONTA-SE-NOVA                SECTION.
           MOVE PC-CONTA TO LS-CONTA.
           PERFORM 550-PROCURA-CONTA.
           IF LS-ACHOU = ZERO AND LS-QTDE-CONTAS < LIMITE-CONTAS
              ADD 1 TO LS-QTDE-CONTAS
              MOVE PC-REGISTRO TO TB-CTA-REG(LS-QTDE-CONTAS)
              ADD 1 TO LS-QTDE-NOVAS
           END-IF.
           EXIT.
      ******************************************************************
      * UMA REGRA DE FABRICA: ENTRA NA TABELA SO SE O TIPO NAO EXISTE  *
      ******************************************************************
       760-REGRA-SE-NOVA                SECTION.
           PERFORM 570-PROCURA-REGRA.
           IF LS-ACHOU = ZERO AND LS-QTDE-REGRAS < LIMITE-REGRAS
              ADD 1 TO LS-QTDE-REGRAS
              MOVE RG-REGISTRO TO TB-RGR-REG(LS-QTDE-REGRAS)
              ADD 1 TO LS-QTDE-NOVAS
           END-IF.
           EXIT.
