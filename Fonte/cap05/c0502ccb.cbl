       IDENTIFICATION DIVISION.
       PROGRAM-ID. C0502CCB.
      *
      * Tela de conciliacao bancaria: os lancamentos do extrato que a
      * conciliacao automatica do CAP05AP14 nao conseguiu casar ficam
      * pendentes em BANCOMOV.DAT e sao resolvidos aqui. A lista
      * mostra cada pendente com o numero de ordem no arquivo e a
      * observacao deixada pelo job (mais de um candidato, compromisso
      * em moeda estrangeira...). A conciliacao manual mostra os
      * compromissos em aberto em moeda local na direcao do
      * lancamento (entrada com os "R", saida com os "P") e, escolhido
      * o codigo, grava o pagamento pelo mesmo servico BAIXAPAG do
      * job, com a data, o valor e o documento do banco; o lancamento
      * fica "M" com o compromisso e o operador. O que nao tem
      * registro no livro (tarifa, estorno do banco...) e explicado:
      * fica "E" com a explicacao e sai da fila, mas continua no
      * relatorio diario como item so no banco. BANCOMOV.DAT e
      * regravado inteiro a cada mudanca, e cada mudanca vai para
      * AUDITLOG.DAT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCOMOV-FILE ASSIGN TO "BANCOMOV.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-MOV-STATUS.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-CMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANCOMOV-FILE.
       COPY "bancomov.cpy".
       FD  COMPROM-FILE.
       01  CM-REGISTRO.
           05  CM-CODIGO       PIC X(8).
           05  CM-DESCRICAO    PIC X(30).
           05  CM-VENCIMENTO   PIC X(10).
           05  CM-VALOR        PIC 9(7)V99.
           05  CM-RESPONSAVEL  PIC X(12).
           05  CM-SITUACAO     PIC X.
           05  CM-DIRECAO      PIC X.
           05  CM-MOEDA        PIC X(3).
           05  CM-TAXA-ORIG    PIC 9(2)V9(6).
           05  CM-DATA-ORIG    PIC 9(8).
           05  CM-UNIDADE      PIC X(3).
       LOCAL-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-MOVIMENTOS VALUE 3000.
       01  TB-MOVIMENTOS.
           05  TB-MOV-REG PIC X(99) OCCURS LIMITE-MOVIMENTOS TIMES.
       77  LS-QTDE-MOVIMENTOS PIC 9(4) VALUE ZERO.
       77  LS-TRANSBORDO      PIC X VALUE "N".
       77  AC-MV              PIC 9(4).
       77  LS-NUMERO          PIC 9(4).
       77  LS-MOV-STATUS      PIC XX.
       77  LS-CMP-STATUS      PIC XX.
       77  LS-FIM-ARQUIVO     PIC X VALUE "N".
           88 LS-FIM-OK       VALUE "S".
       77  LS-OPCAO           PIC X.
       77  LS-CONFIRMA        PIC X.
       77  LS-DIR-ALVO        PIC X.
       77  LS-QTDE-PENDENTES  PIC 9(4).
       77  LS-QTDE-CANDIDATOS PIC 9(4).
       77  LS-EXPLICACAO      PIC X(20).
       77  LS-OPERADOR        PIC X(12).
       77  LS-S-VALOR         PIC Z(8)9.99.
       77  LS-S-NUMERO        PIC ZZZ9.
       77  LS-BX-CODIGO       PIC X(8).
       77  LS-BX-DATA         PIC 9(8).
       77  LS-BX-VALOR        PIC 9(7)V99.
       77  LS-BX-REFERENCIA   PIC X(12).
       77  LS-BX-SITUACAO     PIC X.
       77  LS-BX-MOTIVO       PIC X(40).
       77  LS-PROGRAMA        PIC X(8) VALUE "C0502CCB".
       77  LS-RESULTADO       PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              CALL "SYSTEM" USING "cls"
              DISPLAY "------------------------------------"
              DISPLAY "Conciliacao Bancaria - Pendencias"
              DISPLAY "------------------------------------"
              DISPLAY CR
              DISPLAY "[L] - Listar lancamentos pendentes"
              DISPLAY "[C] - Conciliar lancamento com compromisso"
              DISPLAY "[E] - Explicar lancamento sem registro"
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
                    PERFORM 100-LISTA-PENDENTES
                    CALL "C0502PSA"
                 WHEN "C"
                    PERFORM 200-CONCILIA-MANUAL
                    CALL "C0502PSA"
                 WHEN "E"
                    PERFORM 300-EXPLICA-LANCAMENTO
                    CALL "C0502PSA"
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
                    CALL "C0502PSA"
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * LANCAMENTOS PENDENTES, COM O NUMERO DE ORDEM USADO NAS OPCOES  *
      ******************************************************************
       100-LISTA-PENDENTES              SECTION.
           PERFORM 500-CARREGA-MOVIMENTOS.
           MOVE ZERO TO LS-QTDE-PENDENTES.
           DISPLAY "NUM  DATA     N        VALOR DOCUMENTO    "
                   "HISTORICO                 OBSERVACAO".
           PERFORM VARYING AC-MV FROM 1 BY 1
                   UNTIL AC-MV > LS-QTDE-MOVIMENTOS
              MOVE TB-MOV-REG(AC-MV) TO BM-REGISTRO
              IF BM-SITUACAO = "P"
                 ADD 1 TO LS-QTDE-PENDENTES
                 PERFORM 150-MOSTRA-LANCAMENTO
              END-IF
           END-PERFORM.
           IF LS-QTDE-PENDENTES = ZERO
              DISPLAY "Nenhum lancamento pendente em BANCOMOV.DAT."
           END-IF.
           EXIT.
      ******************************************************************
      * UMA LINHA DE LANCAMENTO (BM-REGISTRO, NUMERO EM AC-MV)         *
      ******************************************************************
       150-MOSTRA-LANCAMENTO            SECTION.
           MOVE AC-MV TO LS-S-NUMERO.
           MOVE BM-VALOR TO LS-S-VALOR.
           DISPLAY LS-S-NUMERO " " BM-DATA " " BM-NATUREZA " "
              LS-S-VALOR " " BM-DOCUMENTO " " BM-HISTORICO " "
              BM-OBSERVACAO.
           EXIT.
      ******************************************************************
      * ESCOLHA DE UM LANCAMENTO PENDENTE PELO NUMERO DE ORDEM;       *
      * DEVOLVE ZERO EM AC-MV QUANDO O NUMERO NAO SERVE                *
      ******************************************************************
       180-ESCOLHE-PENDENTE             SECTION.
           PERFORM 500-CARREGA-MOVIMENTOS.
           MOVE ZERO TO AC-MV.
           IF LS-TRANSBORDO = "S"
              DISPLAY "BANCOMOV.DAT excede a capacidade da tabela; "
                      "alteracao recusada para nao truncar."
              EXIT SECTION
           END-IF
           DISPLAY "Numero do lancamento ...: " WITH NO ADVANCING.
           ACCEPT LS-NUMERO.
           IF LS-NUMERO = ZERO OR LS-NUMERO > LS-QTDE-MOVIMENTOS
              DISPLAY "Numero fora da lista."
              EXIT SECTION
           END-IF
           MOVE TB-MOV-REG(LS-NUMERO) TO BM-REGISTRO.
           IF BM-SITUACAO NOT = "P"
              DISPLAY "Lancamento ja conciliado ou explicado."
              EXIT SECTION
           END-IF
           MOVE LS-NUMERO TO AC-MV.
           PERFORM 150-MOSTRA-LANCAMENTO.
           EXIT.
      ******************************************************************
      * CONCILIACAO MANUAL: O PAGAMENTO E GRAVADO CONTRA O COMPROMISSO *
      * ESCOLHIDO, COM A DATA, O VALOR E O DOCUMENTO DO BANCO          *
      ******************************************************************
       200-CONCILIA-MANUAL              SECTION.
           PERFORM 180-ESCOLHE-PENDENTE.
           IF AC-MV = ZERO
              EXIT SECTION
           END-IF
           IF BM-VALOR > 9999999.99
              DISPLAY "Valor acima do limite do registro de "
                      "pagamentos; explique o lancamento."
              EXIT SECTION
           END-IF
           IF BM-NATUREZA = "C"
              MOVE "R" TO LS-DIR-ALVO
           ELSE
              MOVE "P" TO LS-DIR-ALVO
           END-IF
           PERFORM 250-LISTA-CANDIDATOS.
           IF LS-QTDE-CANDIDATOS = ZERO
              DISPLAY "Nenhum compromisso em aberto nessa direcao."
              EXIT SECTION
           END-IF
           DISPLAY "Codigo do compromisso ..: " WITH NO ADVANCING.
           ACCEPT LS-BX-CODIGO.
           MOVE FUNCTION UPPER-CASE(LS-BX-CODIGO) TO LS-BX-CODIGO.
           DISPLAY "Confirma a conciliacao (S/N)? " WITH NO ADVANCING.
           ACCEPT LS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(LS-CONFIRMA) TO LS-CONFIRMA.
           IF LS-CONFIRMA NOT = "S"
              DISPLAY "Conciliacao cancelada."
              EXIT SECTION
           END-IF
           MOVE BM-DATA      TO LS-BX-DATA.
           MOVE BM-VALOR     TO LS-BX-VALOR.
           MOVE BM-DOCUMENTO TO LS-BX-REFERENCIA.
           CALL "BAIXAPAG" USING LS-BX-CODIGO, LS-BX-DATA,
              LS-BX-VALOR, LS-BX-REFERENCIA, LS-BX-SITUACAO,
              LS-BX-MOTIVO.
           IF LS-BX-SITUACAO NOT = "S"
              DISPLAY "Pagamento recusado: "
                 FUNCTION TRIM(LS-BX-MOTIVO)
              EXIT SECTION
           END-IF
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE LS-OPERADOR.
           MOVE TB-MOV-REG(AC-MV) TO BM-REGISTRO.
           MOVE "M"          TO BM-SITUACAO.
           MOVE LS-BX-CODIGO TO BM-CODIGO.
           MOVE SPACES       TO BM-OBSERVACAO.
           MOVE LS-OPERADOR  TO BM-OBSERVACAO.
           MOVE BM-REGISTRO  TO TB-MOV-REG(AC-MV).
           PERFORM 600-REGRAVA-MOVIMENTOS.
           DISPLAY "Pagamento gravado e lancamento conciliado com "
              LS-BX-CODIGO ".".
           MOVE "CONCILIADO MANUAL" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * COMPROMISSOS EM ABERTO EM MOEDA LOCAL NA DIRECAO DO LANCAMENTO *
      ******************************************************************
       250-LISTA-CANDIDATOS             SECTION.
           MOVE ZERO TO LS-QTDE-CANDIDATOS.
           OPEN INPUT COMPROM-FILE.
           IF LS-CMP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           DISPLAY "Compromissos em aberto:".
           DISPLAY "CODIGO   VENCIMENTO       VALOR DESCRICAO".
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ COMPROM-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF CM-DIRECAO NOT = "R"
                       MOVE "P" TO CM-DIRECAO
                    END-IF
                    IF CM-SITUACAO = "A" AND CM-MOEDA = SPACES
                       AND CM-DIRECAO = LS-DIR-ALVO
                       ADD 1 TO LS-QTDE-CANDIDATOS
                       MOVE CM-VALOR TO LS-S-VALOR
                       DISPLAY CM-CODIGO " " CM-VENCIMENTO " "
                          LS-S-VALOR " " CM-DESCRICAO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * EXPLICACAO DE UM LANCAMENTO SEM REGISTRO NO LIVRO: SAI DA FILA *
      * E CONTINUA NO RELATORIO COMO ITEM SO NO BANCO                  *
      ******************************************************************
       300-EXPLICA-LANCAMENTO           SECTION.
           PERFORM 180-ESCOLHE-PENDENTE.
           IF AC-MV = ZERO
              EXIT SECTION
           END-IF
           DISPLAY "Explicacao (tarifa...) .: " WITH NO ADVANCING.
           MOVE SPACES TO LS-EXPLICACAO.
           ACCEPT LS-EXPLICACAO.
           MOVE FUNCTION UPPER-CASE(LS-EXPLICACAO) TO LS-EXPLICACAO.
           IF LS-EXPLICACAO = SPACES
              DISPLAY "Explicacao obrigatoria; nada alterado."
              EXIT SECTION
           END-IF
           MOVE "E"           TO BM-SITUACAO.
           MOVE LS-EXPLICACAO TO BM-OBSERVACAO.
           MOVE BM-REGISTRO   TO TB-MOV-REG(AC-MV).
           PERFORM 600-REGRAVA-MOVIMENTOS.
           DISPLAY "Lancamento explicado.".
           MOVE "LANCTO EXPLICADO" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * CARGA DE BANCOMOV.DAT PARA A TABELA                            *
      ******************************************************************
       500-CARREGA-MOVIMENTOS           SECTION.
           MOVE ZERO TO LS-QTDE-MOVIMENTOS.
           MOVE "N" TO LS-TRANSBORDO.
           OPEN INPUT BANCOMOV-FILE.
           IF LS-MOV-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ BANCOMOV-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF LS-QTDE-MOVIMENTOS < LIMITE-MOVIMENTOS
                       ADD 1 TO LS-QTDE-MOVIMENTOS
                       MOVE BM-REGISTRO
                          TO TB-MOV-REG(LS-QTDE-MOVIMENTOS)
                    ELSE
                       MOVE "S" TO LS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BANCOMOV-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DE BANCOMOV.DAT A PARTIR DA TABELA         *
      ******************************************************************
       600-REGRAVA-MOVIMENTOS           SECTION.
           OPEN OUTPUT BANCOMOV-FILE.
           PERFORM VARYING AC-MV FROM 1 BY 1
                   UNTIL AC-MV > LS-QTDE-MOVIMENTOS
              MOVE TB-MOV-REG(AC-MV) TO BM-REGISTRO
              WRITE BM-REGISTRO
           END-PERFORM.
           CLOSE BANCOMOV-FILE.
           EXIT.
