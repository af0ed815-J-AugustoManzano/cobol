       IDENTIFICATION DIVISION.
       PROGRAM-ID. C0502REM.
      *
      * Remessa de pagamentos ao banco: os compromissos a pagar eram
      * digitados um a um no internet banking a partir da fila de
      * vencimentos (CAP06AP14), e duas vezes no ano passado a mesma
      * conta foi paga em dobro. Aqui o pagamento vira um lote com
      * numero, proposto, aprovado e enviado num arquivo so:
      *    [G] a proposta seleciona em COMPROM.DAT os compromissos em
      *        aberto a pagar (direcao "P" ou em branco), em moeda
      *        local, com vencimento ate a data de corte escolhida
      *        (dia util pelo calendario do C0602FER) e saldo em
      *        aberto (valor menos os pagamentos de COMPAGTO.DAT), e
      *        grava os itens em PAGRUN.DAT (layout pagrun.cpy) com o
      *        proximo numero de lote. So um lote aguarda aprovacao
      *        por vez;
      *    [A] o coordenador, reautenticado com papel "C" em
      *        OPERREG.DAT como na liberacao de alcada do C0502LIB,
      *        ve os itens e o total e aprova, rejeita ou mantem o
      *        lote. Na aprovacao cada item e conferido de novo (o
      *        que foi pago ou alterado depois da proposta sai como
      *        "X"); os demais viram "E" e o compromisso fica "R"
      *        (em remessa) em COMPROM.DAT - fora da fila de
      *        vencimentos e recusado na baixa digitada do CAP06AP09,
      *        que e a trava contra o pagamento em dobro - e o
      *        arquivo de remessa REMnnnnnn.DAT (numero do lote) e
      *        gravado com cabecalho "0" (lote, data, conta da chave
      *        BANCO-CONTA de SYSCFG.DAT, data de corte), um detalhe
      *        "1" por item e o trailer "9" com a quantidade e o
      *        total;
      *    [L] lista os itens de um lote com a situacao e o motivo.
      * O retorno do banco (RETPAG.DAT) e tratado pelo CAP05AP15 na
      * cadeia noturna: aceito vira pagamento, recusado volta a "A".
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGRUN-FILE ASSIGN TO "PAGRUN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-RUN-STATUS.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-CMP-STATUS.
           SELECT PAGTO-FILE ASSIGN TO "COMPAGTO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-PAG-STATUS.
           SELECT REMESSA-FILE ASSIGN TO DYNAMIC LS-NOME-REMESSA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-REM-STATUS.
           SELECT OPERREG-FILE ASSIGN TO "OPERREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGRUN-FILE.
       COPY "pagrun.cpy".
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
       FD  PAGTO-FILE.
       COPY "compagto.cpy".
       FD  REMESSA-FILE.
       01  RM-LINHA            PIC X(80).
       01  RM-CABECALHO REDEFINES RM-LINHA.
           05  RM-H-TIPO       PIC X.
           05  RM-H-LOTE       PIC 9(6).
           05  RM-H-DATA       PIC 9(8).
           05  RM-H-CONTA      PIC X(12).
           05  RM-H-CORTE      PIC 9(8).
           05  FILLER          PIC X(45).
       01  RM-DETALHE REDEFINES RM-LINHA.
           05  RM-D-TIPO       PIC X.
           05  RM-D-LOTE       PIC 9(6).
           05  RM-D-SEQUENCIA  PIC 9(4).
           05  RM-D-CODIGO     PIC X(8).
           05  RM-D-VENCIMENTO PIC 9(8).
           05  RM-D-VALOR      PIC 9(11)V99.
           05  RM-D-FAVORECIDO PIC X(12).
           05  RM-D-DESCRICAO  PIC X(28).
       01  RM-TRAILER REDEFINES RM-LINHA.
           05  RM-T-TIPO       PIC X.
           05  RM-T-LOTE       PIC 9(6).
           05  RM-T-QTDE       PIC 9(6).
           05  RM-T-TOTAL      PIC 9(13)V99.
           05  FILLER          PIC X(52).
       FD  OPERREG-FILE.
       COPY "operreg.cpy".
       LOCAL-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-ITENS VALUE 3000.
       01  TB-PAGRUN.
           05  TB-RUN-REG PIC X(104) OCCURS LIMITE-ITENS TIMES.
       77  LS-QTDE-ITENS       PIC 9(4) VALUE ZERO.
       78  LIMITE-COMPROM VALUE 2000.
       01  TB-COMPROM.
           05  TB-CMP-ENTRADA OCCURS LIMITE-COMPROM TIMES.
               10  TB-CMP-REG      PIC X(93).
               10  TB-CMP-SALDO    PIC S9(8)V99.
       77  LS-QTDE-COMPROM     PIC 9(4) VALUE ZERO.
       77  LS-TRANSBORDO       PIC X VALUE "N".
       77  AC-RI               PIC 9(4).
       77  AC-CI               PIC 9(4).
       77  LS-RUN-STATUS       PIC XX.
       77  LS-CMP-STATUS       PIC XX.
       77  LS-PAG-STATUS       PIC XX.
       77  LS-REM-STATUS       PIC XX.
       77  LS-REG-STATUS       PIC XX.
       77  LS-FIM-ARQUIVO      PIC X VALUE "N".
           88 LS-FIM-OK        VALUE "S".
       77  LS-OPCAO            PIC X.
       77  LS-DECISAO          PIC X.
       77  LS-ULTIMO-LOTE      PIC 9(6) VALUE ZERO.
       77  LS-LOTE-PENDENTE    PIC 9(6) VALUE ZERO.
       77  LS-LOTE             PIC 9(6).
       77  LS-SEQUENCIA        PIC 9(4).
       77  LS-DATA-ENTRADA     PIC X(10).
       77  LS-SAIDA-DATA       PIC X(10).
       77  LS-MOTIVO           PIC X(40).
       77  LS-FERIADO          PIC X.
       77  LS-FIM-SEMANA       PIC X.
       77  LS-DIA-UTIL         PIC X.
       77  LS-CORTE            PIC 9(8).
       77  LS-DATA-VENC        PIC 9(8).
       77  LS-DATA-NEG         PIC 9(8).
       77  LS-QTDE-LOTE        PIC 9(6).
       77  LS-TOTAL-LOTE       PIC 9(13)V99.
       77  LS-QTDE-ENVIADOS    PIC 9(6).
       77  LS-TOTAL-ENVIADO    PIC 9(13)V99.
       77  LS-QTDE-EXCLUIDOS   PIC 9(6).
       77  LS-CFG-CHAVE        PIC X(12).
       77  LS-CFG-VALOR        PIC X(30).
       77  LS-NOME-REMESSA     PIC X(20).
       77  LS-AUTORIZADO       PIC X VALUE "N".
       77  LS-ID-ENTRADA       PIC X(8) VALUE SPACES.
       77  LS-SENHA-ENTRADA    PIC X(8).
       77  LS-SENHA-HASH       PIC X(8).
       77  LS-SENHA-OK         PIC X.
       77  LS-S-VALOR          PIC Z(6)9.99.
       77  LS-S-TOTAL          PIC Z(12)9.99.
       77  LS-PROGRAMA         PIC X(8) VALUE "C0502REM".
       77  LS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              CALL "SYSTEM" USING "cls"
              DISPLAY "------------------------------------"
              DISPLAY "Remessa de Pagamentos ao Banco"
              DISPLAY "------------------------------------"
              DISPLAY CR
              DISPLAY "[G] - Gerar proposta de lote de pagamento"
              DISPLAY "[A] - Aprovar lote proposto (coordenador)"
              DISPLAY "[L] - Listar itens de um lote"
              DISPLAY "[V] - Voltar ao menu principal"
              DISPLAY CR
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT LS-OPCAO
              MOVE FUNCTION UPPER-CASE(LS-OPCAO) TO LS-OPCAO
              DISPLAY CR
              EVALUATE LS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "G"
                    PERFORM 100-GERA-PROPOSTA
                    CALL "C0502PSA"
                 WHEN "A"
                    PERFORM 300-APROVA-LOTE
                    CALL "C0502PSA"
                 WHEN "L"
                    PERFORM 200-LISTA-LOTE
                    CALL "C0502PSA"
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
                    CALL "C0502PSA"
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * PROPOSTA: COMPROMISSOS A PAGAR EM ABERTO, EM MOEDA LOCAL, COM  *
      * VENCIMENTO ATE A DATA DE CORTE, GRAVADOS COMO NOVO LOTE "P"    *
      ******************************************************************
       100-GERA-PROPOSTA                SECTION.
           PERFORM 500-CARREGA-LOTES.
           IF LS-TRANSBORDO = "S"
              DISPLAY "PAGRUN.DAT excede a capacidade da tabela; "
                      "proposta recusada."
              EXIT SECTION
           END-IF
           IF LS-LOTE-PENDENTE NOT = ZERO
              DISPLAY "O lote " LS-LOTE-PENDENTE " ainda aguarda "
                      "aprovacao; aprove ou rejeite antes de propor "
                      "outro."
              EXIT SECTION
           END-IF
           DISPLAY "Pagar vencidos ate (DD/MM/AAAA): "
              WITH NO ADVANCING.
           ACCEPT LS-DATA-ENTRADA.
           CALL "C0602DAT" USING BY CONTENT LS-DATA-ENTRADA,
               BY REFERENCE LS-SAIDA-DATA, BY REFERENCE LS-MOTIVO,
               BY CONTENT "B".
           IF LS-SAIDA-DATA = "**/**/****"
              DISPLAY "Data invalida: " FUNCTION TRIM(LS-MOTIVO)
              EXIT SECTION
           END-IF
           CALL "C0602FER" USING LS-SAIDA-DATA, LS-FERIADO,
               LS-FIM-SEMANA, LS-DIA-UTIL.
           IF LS-DIA-UTIL NOT = "S"
              DISPLAY "A data de corte precisa ser dia util."
              EXIT SECTION
           END-IF
           STRING LS-SAIDA-DATA(7:4) LS-SAIDA-DATA(4:2)
                  LS-SAIDA-DATA(1:2)
              DELIMITED BY SIZE INTO LS-CORTE.
           PERFORM 600-CARREGA-COMPROMISSOS.
           IF LS-TRANSBORDO = "S"
              DISPLAY "COMPROM.DAT excede a capacidade da tabela; "
                      "proposta recusada."
              EXIT SECTION
           END-IF
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE LS-DATA-NEG.
           COMPUTE LS-LOTE = LS-ULTIMO-LOTE + 1.
           MOVE ZERO TO LS-SEQUENCIA.
           MOVE ZERO TO LS-TOTAL-LOTE.
           OPEN EXTEND PAGRUN-FILE.
           IF LS-RUN-STATUS = "35"
              OPEN OUTPUT PAGRUN-FILE
           END-IF
           DISPLAY "SEQ  CODIGO   VENCIMENTO        VALOR FAVORECIDO".
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-COMPROM
              MOVE TB-CMP-REG(AC-CI) TO CM-REGISTRO
              PERFORM 150-SELECIONA-ITEM
           END-PERFORM.
           CLOSE PAGRUN-FILE.
           IF LS-SEQUENCIA = ZERO
              DISPLAY "Nenhum compromisso a pagar ate " LS-SAIDA-DATA
                      "."
              EXIT SECTION
           END-IF
           MOVE LS-TOTAL-LOTE TO LS-S-TOTAL.
           DISPLAY CR.
           DISPLAY "Lote " LS-LOTE " proposto: " LS-SEQUENCIA
                   " itens, total " LS-S-TOTAL.
           DISPLAY "Aguarda a aprovacao do coordenador (opcao A).".
           MOVE "PROPOSTA GERADA" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * UM COMPROMISSO (CM-REGISTRO, SALDO EM TB-CMP-SALDO(AC-CI)) NA  *
      * PROPOSTA QUANDO E A PAGAR, LOCAL, ABERTO E VENCE ATE O CORTE   *
      ******************************************************************
       150-SELECIONA-ITEM               SECTION.
           IF CM-SITUACAO NOT = "A" OR CM-DIRECAO = "R"
              OR CM-MOEDA NOT = SPACES
              OR TB-CMP-SALDO(AC-CI) <= ZERO
              EXIT SECTION
           END-IF
           IF CM-VENCIMENTO(1:2) IS NOT NUMERIC
              OR CM-VENCIMENTO(4:2) IS NOT NUMERIC
              OR CM-VENCIMENTO(7:4) IS NOT NUMERIC
              EXIT SECTION
           END-IF
           STRING CM-VENCIMENTO(7:4) CM-VENCIMENTO(4:2)
                  CM-VENCIMENTO(1:2)
              DELIMITED BY SIZE INTO LS-DATA-VENC.
           IF LS-DATA-VENC > LS-CORTE
              EXIT SECTION
           END-IF
           ADD 1 TO LS-SEQUENCIA.
           MOVE LS-LOTE             TO PR-LOTE.
           MOVE LS-SEQUENCIA        TO PR-SEQUENCIA.
           MOVE CM-CODIGO           TO PR-CODIGO.
           MOVE CM-VENCIMENTO       TO PR-VENCIMENTO.
           MOVE TB-CMP-SALDO(AC-CI) TO PR-VALOR.
           MOVE CM-RESPONSAVEL      TO PR-FAVORECIDO.
           MOVE LS-CORTE            TO PR-DATA-CORTE.
           MOVE "P"                 TO PR-SITUACAO.
           MOVE SPACES              TO PR-OPERADOR.
           MOVE LS-DATA-NEG         TO PR-DATA-SIT.
           MOVE SPACES              TO PR-MOTIVO.
           WRITE PR-REGISTRO.
           ADD PR-VALOR TO LS-TOTAL-LOTE.
           MOVE PR-VALOR TO LS-S-VALOR.
           DISPLAY PR-SEQUENCIA " " PR-CODIGO " " PR-VENCIMENTO " "
              LS-S-VALOR " " PR-FAVORECIDO.
           EXIT.
      ******************************************************************
      * ITENS DE UM LOTE (ZERO = O ULTIMO) COM SITUACAO E MOTIVO       *
      ******************************************************************
       200-LISTA-LOTE                   SECTION.
           PERFORM 500-CARREGA-LOTES.
           IF LS-ULTIMO-LOTE = ZERO
              DISPLAY "Nenhum lote de pagamento em PAGRUN.DAT."
              EXIT SECTION
           END-IF
           DISPLAY "Numero do lote (0 = ultimo): " WITH NO ADVANCING.
           ACCEPT LS-LOTE.
           IF LS-LOTE = ZERO
              MOVE LS-ULTIMO-LOTE TO LS-LOTE
           END-IF
           PERFORM 250-MOSTRA-ITENS.
           IF LS-QTDE-LOTE = ZERO
              DISPLAY "Lote " LS-LOTE " nao encontrado."
           END-IF.
           EXIT.
      ******************************************************************
      * ITENS DO LOTE LS-LOTE, COM QUANTIDADE E TOTAL                  *
      ******************************************************************
       250-MOSTRA-ITENS                 SECTION.
           MOVE ZERO TO LS-QTDE-LOTE.
           MOVE ZERO TO LS-TOTAL-LOTE.
           DISPLAY "SEQ  CODIGO   VENCIMENTO        VALOR FAVORECIDO  "
                   "  S MOTIVO".
           PERFORM VARYING AC-RI FROM 1 BY 1
                   UNTIL AC-RI > LS-QTDE-ITENS
              MOVE TB-RUN-REG(AC-RI) TO PR-REGISTRO
              IF PR-LOTE = LS-LOTE
                 ADD 1 TO LS-QTDE-LOTE
                 ADD PR-VALOR TO LS-TOTAL-LOTE
                 MOVE PR-VALOR TO LS-S-VALOR
                 DISPLAY PR-SEQUENCIA " " PR-CODIGO " "
                    PR-VENCIMENTO " " LS-S-VALOR " " PR-FAVORECIDO
                    " " PR-SITUACAO " " PR-MOTIVO
              END-IF
           END-PERFORM.
           IF LS-QTDE-LOTE > ZERO
              MOVE LS-TOTAL-LOTE TO LS-S-TOTAL
              DISPLAY "Itens: " LS-QTDE-LOTE "   Total: " LS-S-TOTAL
           END-IF.
           EXIT.
      ******************************************************************
      * APROVACAO DO LOTE PROPOSTO PELO COORDENADOR: APROVAR GRAVA A   *
      * REMESSA; REJEITAR ENCERRA A PROPOSTA; MANTER NAO MEXE EM NADA  *
      ******************************************************************
       300-APROVA-LOTE                  SECTION.
           PERFORM 500-CARREGA-LOTES.
           IF LS-TRANSBORDO = "S"
              DISPLAY "PAGRUN.DAT excede a capacidade da tabela; "
                      "aprovacao recusada."
              EXIT SECTION
           END-IF
           IF LS-LOTE-PENDENTE = ZERO
              DISPLAY "Nenhum lote aguardando aprovacao."
              EXIT SECTION
           END-IF
           PERFORM 310-AUTENTICA-COORDENADOR.
           IF LS-AUTORIZADO NOT = "S"
              DISPLAY "Acesso restrito ao coordenador."
              MOVE "ACESSO NEGADO" TO LS-RESULTADO
              CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO
              EXIT SECTION
           END-IF
           MOVE LS-LOTE-PENDENTE TO LS-LOTE.
           DISPLAY CR.
           DISPLAY "Lote " LS-LOTE " aguardando aprovacao:".
           PERFORM 250-MOSTRA-ITENS.
           DISPLAY "[A]provar, [R]ejeitar ou [M]anter o lote? "
              WITH NO ADVANCING.
           ACCEPT LS-DECISAO.
           MOVE FUNCTION UPPER-CASE(LS-DECISAO) TO LS-DECISAO.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE LS-DATA-NEG.
           EVALUATE LS-DECISAO
              WHEN "A"
                 PERFORM 400-LIBERA-LOTE
              WHEN "R"
                 PERFORM VARYING AC-RI FROM 1 BY 1
                         UNTIL AC-RI > LS-QTDE-ITENS
                    MOVE TB-RUN-REG(AC-RI) TO PR-REGISTRO
                    IF PR-LOTE = LS-LOTE AND PR-SITUACAO = "P"
                       MOVE "C"           TO PR-SITUACAO
                       MOVE LS-ID-ENTRADA TO PR-OPERADOR
                       MOVE LS-DATA-NEG   TO PR-DATA-SIT
                       MOVE PR-REGISTRO   TO TB-RUN-REG(AC-RI)
                    END-IF
                 END-PERFORM
                 PERFORM 550-REGRAVA-LOTES
                 DISPLAY "Lote " LS-LOTE " rejeitado."
                 MOVE "LOTE PAGTO REJEITADO" TO LS-RESULTADO
                 CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO
              WHEN OTHER
                 DISPLAY "Lote mantido aguardando aprovacao."
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * REAUTENTICACAO DO COORDENADOR CONTRA OPERREG.DAT; REGISTRO DE  *
      * OPERADORES AUSENTE (BOOTSTRAP) LIBERA, COMO NO C0502LIB        *
      ******************************************************************
       310-AUTENTICA-COORDENADOR        SECTION.
           MOVE "N" TO LS-AUTORIZADO.
           MOVE SPACES TO LS-ID-ENTRADA.
           OPEN INPUT OPERREG-FILE.
           IF LS-REG-STATUS NOT = "00"
              DISPLAY "Registro de operadores ainda vazio; aprovacao"
                 " tratada como coordenador (bootstrap)."
              MOVE "S" TO LS-AUTORIZADO
              EXIT SECTION
           END-IF
           DISPLAY "Id do coordenador: " WITH NO ADVANCING.
           ACCEPT LS-ID-ENTRADA.
           MOVE FUNCTION UPPER-CASE(LS-ID-ENTRADA) TO LS-ID-ENTRADA.
           DISPLAY "Senha ...........: " WITH NO ADVANCING.
           ACCEPT LS-SENHA-ENTRADA.
           CALL "SENHASVC" USING BY CONTENT "H",
              BY CONTENT LS-SENHA-ENTRADA,
              BY REFERENCE LS-SENHA-HASH,
              BY REFERENCE LS-SENHA-OK.
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ OPERREG-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF OP-ID = LS-ID-ENTRADA
                       AND (OP-SENHA = LS-SENHA-HASH
                            OR (OP-SENHA-DATA = ZERO
                                AND OP-SENHA = LS-SENHA-ENTRADA))
                       AND OP-PAPEL = "C"
                       AND OP-SITUACAO NOT = "B"
                       MOVE "S" TO LS-AUTORIZADO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERREG-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * LOTE APROVADO: CADA ITEM CONFERIDO DE NOVO CONTRA O REGISTRO;  *
      * O QUE SEGUE VIRA "E" E O COMPROMISSO "R"; GRAVA A REMESSA      *
      ******************************************************************
       400-LIBERA-LOTE                  SECTION.
           PERFORM 600-CARREGA-COMPROMISSOS.
           IF LS-TRANSBORDO = "S"
              DISPLAY "COMPROM.DAT excede a capacidade da tabela; "
                      "aprovacao recusada."
              EXIT SECTION
           END-IF
           MOVE ZERO TO LS-QTDE-ENVIADOS.
           MOVE ZERO TO LS-TOTAL-ENVIADO.
           MOVE ZERO TO LS-QTDE-EXCLUIDOS.
           PERFORM VARYING AC-RI FROM 1 BY 1
                   UNTIL AC-RI > LS-QTDE-ITENS
              MOVE TB-RUN-REG(AC-RI) TO PR-REGISTRO
              IF PR-LOTE = LS-LOTE AND PR-SITUACAO = "P"
                 PERFORM 420-CONFERE-ITEM
                 MOVE LS-ID-ENTRADA TO PR-OPERADOR
                 MOVE LS-DATA-NEG   TO PR-DATA-SIT
                 MOVE PR-REGISTRO   TO TB-RUN-REG(AC-RI)
              END-IF
           END-PERFORM.
           IF LS-QTDE-ENVIADOS > ZERO
              PERFORM 450-GRAVA-REMESSA
              PERFORM 680-REGRAVA-COMPROMISSOS
           END-IF
           PERFORM 550-REGRAVA-LOTES.
           MOVE LS-TOTAL-ENVIADO TO LS-S-TOTAL.
           DISPLAY CR.
           DISPLAY "Lote " LS-LOTE " aprovado.".
           DISPLAY "Itens enviados .....: " LS-QTDE-ENVIADOS
                   "   Total: " LS-S-TOTAL.
           DISPLAY "Itens excluidos ....: " LS-QTDE-EXCLUIDOS.
           IF LS-QTDE-ENVIADOS > ZERO
              DISPLAY "Remessa gravada em "
                 FUNCTION TRIM(LS-NOME-REMESSA) "."
           END-IF.
           MOVE "LOTE PAGTO APROVADO" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * ITEM DA PROPOSTA (PR-REGISTRO) AINDA EM ABERTO COM O MESMO     *
      * SALDO SEGUE NA REMESSA; PAGO OU ALTERADO DEPOIS SAI COMO "X"   *
      ******************************************************************
       420-CONFERE-ITEM                 SECTION.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-COMPROM
              MOVE TB-CMP-REG(AC-CI) TO CM-REGISTRO
              IF CM-CODIGO = PR-CODIGO AND CM-SITUACAO = "A"
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF AC-CI > LS-QTDE-COMPROM
              MOVE "X" TO PR-SITUACAO
              MOVE "PAGO OU ALTERADO APOS PROPOSTA" TO PR-MOTIVO
              ADD 1 TO LS-QTDE-EXCLUIDOS
              EXIT SECTION
           END-IF
           IF TB-CMP-SALDO(AC-CI) NOT = PR-VALOR
              MOVE "X" TO PR-SITUACAO
              MOVE "PAGO OU ALTERADO APOS PROPOSTA" TO PR-MOTIVO
              ADD 1 TO LS-QTDE-EXCLUIDOS
              EXIT SECTION
           END-IF
           MOVE "R" TO CM-SITUACAO.
           MOVE CM-REGISTRO TO TB-CMP-REG(AC-CI).
           MOVE "E" TO PR-SITUACAO.
           ADD 1 TO LS-QTDE-ENVIADOS.
           ADD PR-VALOR TO LS-TOTAL-ENVIADO.
           EXIT.
      ******************************************************************
      * ARQUIVO DE REMESSA REMnnnnnn.DAT: CABECALHO "0", UM DETALHE    *
      * "1" POR ITEM ENVIADO E TRAILER "9" COM QUANTIDADE E TOTAL      *
      ******************************************************************
       450-GRAVA-REMESSA                SECTION.
           MOVE SPACES TO LS-NOME-REMESSA.
           STRING "REM" LS-LOTE ".DAT" DELIMITED BY SIZE
              INTO LS-NOME-REMESSA.
           MOVE "BANCO-CONTA" TO LS-CFG-CHAVE.
           CALL "SYSCFG" USING LS-CFG-CHAVE, LS-CFG-VALOR.
           OPEN OUTPUT REMESSA-FILE.
           MOVE SPACES        TO RM-LINHA.
           MOVE "0"           TO RM-H-TIPO.
           MOVE LS-LOTE       TO RM-H-LOTE.
           MOVE LS-DATA-NEG   TO RM-H-DATA.
           MOVE LS-CFG-VALOR  TO RM-H-CONTA.
           MOVE ZERO          TO RM-H-CORTE.
           PERFORM VARYING AC-RI FROM 1 BY 1
                   UNTIL AC-RI > LS-QTDE-ITENS
              MOVE TB-RUN-REG(AC-RI) TO PR-REGISTRO
              IF PR-LOTE = LS-LOTE
                 MOVE PR-DATA-CORTE TO RM-H-CORTE
              END-IF
           END-PERFORM.
           WRITE RM-LINHA.
           PERFORM VARYING AC-RI FROM 1 BY 1
                   UNTIL AC-RI > LS-QTDE-ITENS
              MOVE TB-RUN-REG(AC-RI) TO PR-REGISTRO
              IF PR-LOTE = LS-LOTE AND PR-SITUACAO = "E"
                 PERFORM 460-GRAVA-DETALHE
              END-IF
           END-PERFORM.
           MOVE SPACES           TO RM-LINHA.
           MOVE "9"              TO RM-T-TIPO.
           MOVE LS-LOTE          TO RM-T-LOTE.
           MOVE LS-QTDE-ENVIADOS TO RM-T-QTDE.
           MOVE LS-TOTAL-ENVIADO TO RM-T-TOTAL.
           WRITE RM-LINHA.
           CLOSE REMESSA-FILE.
           EXIT.
      ******************************************************************
      * UM DETALHE DA REMESSA A PARTIR DO ITEM (PR-REGISTRO), COM A    *
      * DESCRICAO DO COMPROMISSO                                       *
      ******************************************************************
       460-GRAVA-DETALHE                SECTION.
           MOVE SPACES        TO RM-LINHA.
           MOVE "1"           TO RM-D-TIPO.
           MOVE PR-LOTE       TO RM-D-LOTE.
           MOVE PR-SEQUENCIA  TO RM-D-SEQUENCIA.
           MOVE PR-CODIGO     TO RM-D-CODIGO.
           STRING PR-VENCIMENTO(7:4) PR-VENCIMENTO(4:2)
                  PR-VENCIMENTO(1:2)
              DELIMITED BY SIZE INTO LS-DATA-VENC.
           MOVE LS-DATA-VENC  TO RM-D-VENCIMENTO.
           MOVE PR-VALOR      TO RM-D-VALOR.
           MOVE PR-FAVORECIDO TO RM-D-FAVORECIDO.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-COMPROM
              MOVE TB-CMP-REG(AC-CI) TO CM-REGISTRO
              IF CM-CODIGO = PR-CODIGO AND CM-SITUACAO = "R"
                 MOVE CM-DESCRICAO TO RM-D-DESCRICAO
              END-IF
           END-PERFORM.
           WRITE RM-LINHA.
           EXIT.
      ******************************************************************
      * CARGA DE PAGRUN.DAT: ULTIMO NUMERO DE LOTE E LOTE PENDENTE     *
      ******************************************************************
       500-CARREGA-LOTES                SECTION.
           MOVE ZERO TO LS-QTDE-ITENS.
           MOVE ZERO TO LS-ULTIMO-LOTE.
           MOVE ZERO TO LS-LOTE-PENDENTE.
           MOVE "N" TO LS-TRANSBORDO.
           OPEN INPUT PAGRUN-FILE.
           IF LS-RUN-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ PAGRUN-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF PR-LOTE > LS-ULTIMO-LOTE
                       MOVE PR-LOTE TO LS-ULTIMO-LOTE
                    END-IF
                    IF PR-SITUACAO = "P"
                       MOVE PR-LOTE TO LS-LOTE-PENDENTE
                    END-IF
                    IF LS-QTDE-ITENS < LIMITE-ITENS
                       ADD 1 TO LS-QTDE-ITENS
                       MOVE PR-REGISTRO TO TB-RUN-REG(LS-QTDE-ITENS)
                    ELSE
                       MOVE "S" TO LS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAGRUN-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DE PAGRUN.DAT A PARTIR DA TABELA           *
      ******************************************************************
       550-REGRAVA-LOTES                SECTION.
           OPEN OUTPUT PAGRUN-FILE.
           PERFORM VARYING AC-RI FROM 1 BY 1
                   UNTIL AC-RI > LS-QTDE-ITENS
              MOVE TB-RUN-REG(AC-RI) TO PR-REGISTRO
              WRITE PR-REGISTRO
           END-PERFORM.
           CLOSE PAGRUN-FILE.
           EXIT.
      ******************************************************************
      * CARGA DE COMPROM.DAT COM O SALDO EM ABERTO DE CADA ITEM (VALOR *
      * MENOS OS PAGAMENTOS ACUMULADOS EM COMPAGTO.DAT)                *
      ******************************************************************
       600-CARREGA-COMPROMISSOS         SECTION.
           MOVE ZERO TO LS-QTDE-COMPROM.
           MOVE "N" TO LS-TRANSBORDO.
           OPEN INPUT COMPROM-FILE.
           IF LS-CMP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ COMPROM-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF LS-QTDE-COMPROM < LIMITE-COMPROM
                       ADD 1 TO LS-QTDE-COMPROM
                       MOVE CM-REGISTRO
                          TO TB-CMP-REG(LS-QTDE-COMPROM)
                       MOVE CM-VALOR
                          TO TB-CMP-SALDO(LS-QTDE-COMPROM)
                    ELSE
                       MOVE "S" TO LS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           OPEN INPUT PAGTO-FILE.
           IF LS-PAG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ PAGTO-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    PERFORM VARYING AC-CI FROM 1 BY 1
                            UNTIL AC-CI > LS-QTDE-COMPROM
                       IF TB-CMP-REG(AC-CI)(1:8) = PG-CODIGO
                          SUBTRACT PG-VALOR FROM TB-CMP-SALDO(AC-CI)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE PAGTO-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DE COMPROM.DAT A PARTIR DA TABELA          *
      ******************************************************************
       680-REGRAVA-COMPROMISSOS         SECTION.
           OPEN OUTPUT COMPROM-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-COMPROM
              MOVE TB-CMP-REG(AC-CI) TO CM-REGISTRO
              WRITE CM-REGISTRO
           END-PERFORM.
           CLOSE COMPROM-FILE.
           EXIT.
