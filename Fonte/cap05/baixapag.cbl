       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAPAG.
      *
      * Servico de registro de um pagamento em moeda local contra um
      * compromisso em aberto de COMPROM.DAT, com o mesmo efeito da
      * baixa digitada: no compromisso comum, o pagamento entra em
      * COMPAGTO.DAT e o item vira "Q" quando o saldo (valor menos a
      * soma dos pagamentos) zera, como na baixa do CAP06AP09; no
      * compromisso "K" de parcela de contrato, a parcela e baixada
      * em CONTRPAR.DAT ("P", valor e data do pagamento), o
      * compromisso vira "Q" e o pagamento entra em COMPAGTO.DAT com a
      * referencia "CT" + contrato + parcela, como no pagamento do
      * C0502CTR. Usado pela conciliacao bancaria (CAP05AP14 e tela
      * C0502CCB) para gravar os pagamentos casados com o extrato.
      *
      * Entrada: LK-CODIGO (compromisso), LK-DATA (AAAAMMDD), LK-VALOR
      * e LK-REFERENCIA. Saida: LK-SITUACAO ("S" gravado ou "N") e, na
      * recusa, LK-MOTIVO. Compromisso em moeda estrangeira e recusado
      * - a baixa na moeda do compromisso continua no CAP06AP09.
      *
      * O parametro OPCIONAL LK-DESCRICAO escolhe, entre os
      * compromissos em aberto com o mesmo codigo, o de descricao
      * igual - as mensalidades de um estudante dividem o codigo e
      * sao distinguidas pela descricao (retorno de boletos pagos do
      * CAP05AP16). Ausente ou em branco, vale o codigo so. Com a
      * descricao, o saldo do compromisso escolhido so considera os
      * pagamentos dos boletos dele (referencia "BL" + nosso numero
      * dos boletos de BOLETO.DAT com o mesmo codigo e descricao),
      * para o pago numa mensalidade nao quitar outra do mesmo
      * codigo.
      *
      * Data de pagamento num periodo fiscal ja FECHADO (tabela
      * PERFISC.DAT, CAP02AP26) e recusada com o motivo "PERIODO
      * FISCAL FECHADO", antes de qualquer gravacao; a recusa vai
      * para AUDITLOG.DAT pelo PERFISC.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-CMP-STATUS.
           SELECT PAGTO-FILE ASSIGN TO "COMPAGTO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-PAG-STATUS.
           SELECT CONTRPAR-FILE ASSIGN TO "CONTRPAR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-PAR-STATUS.
           SELECT BOLETO-FILE ASSIGN TO "BOLETO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-BOL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  CONTRPAR-FILE.
       COPY "contrpar.cpy".
       FD  BOLETO-FILE.
       COPY "boleto.cpy".
       LOCAL-STORAGE SECTION.
       78  LIMITE-COMPROM VALUE 2000.
       01  TB-COMPROM.
           05  TB-COMP-REG PIC X(93) OCCURS LIMITE-COMPROM TIMES.
       77  LS-QTDE-COMPROM     PIC 9(4) VALUE ZERO.
       78  LIMITE-PARCELAS VALUE 2000.
       01  TB-PARCELAS.
           05  TB-PARC-REG PIC X(106) OCCURS LIMITE-PARCELAS TIMES.
       77  LS-QTDE-PARCELAS    PIC 9(4) VALUE ZERO.
       78  LIMITE-BOLETOS VALUE 50.
       01  TB-BOLETOS.
           05  TB-BOL-NOSSO PIC 9(8) OCCURS LIMITE-BOLETOS TIMES.
       77  LS-QTDE-BOLETOS     PIC 9(4) VALUE ZERO.
       77  LS-TRANSBORDO       PIC X VALUE "N".
       77  AC-BI               PIC 9(4).
       77  LS-BOL-STATUS       PIC XX.
       77  LS-PAGTO-DO-ITEM    PIC X.
       77  AC-CK               PIC 9(4).
       77  AC-CI               PIC 9(4).
       77  LS-IDX-COMPROM      PIC 9(4) VALUE ZERO.
       77  LS-CMP-STATUS       PIC XX.
       77  LS-PAG-STATUS       PIC XX.
       77  LS-PAR-STATUS       PIC XX.
       77  LS-FIM-ARQUIVO      PIC X VALUE "N".
           88 LS-FIM-OK        VALUE "S".
       77  LS-ACHOU            PIC X.
       77  LS-CONTRATO         PIC 9(6).
       77  LS-PARCELA          PIC 9(3).
       77  LS-DATA-PGTO        PIC X(10).
       77  LS-SOMA-PAGA        PIC 9(8)V99.
       77  LS-SALDO            PIC S9(8)V99.
       77  LS-DESCRICAO        PIC X(30).
       77  LS-PER-CODIGO       PIC 9(6).
       77  LS-PER-INICIO       PIC 9(8).
       77  LS-PER-FIM          PIC 9(8).
       77  LS-PER-SITUACAO     PIC X.
       77  LS-PER-STATUS       PIC X.
       77  LS-PROGRAMA         PIC X(8) VALUE "BAIXAPAG".
       LINKAGE SECTION.
       77  LK-CODIGO           PIC X(8).
       77  LK-DATA             PIC 9(8).
       77  LK-VALOR            PIC 9(7)V99.
       77  LK-REFERENCIA       PIC X(12).
       77  LK-SITUACAO         PIC X.
       77  LK-MOTIVO           PIC X(40).
       77  LK-DESCRICAO        PIC X(30).
       PROCEDURE DIVISION USING LK-CODIGO, LK-DATA, LK-VALOR,
               LK-REFERENCIA, LK-SITUACAO, LK-MOTIVO,
               OPTIONAL LK-DESCRICAO.
       PROG-PRINCIPAL-PARA.
           IF ADDRESS OF LK-DESCRICAO = NULL
              MOVE SPACES TO LS-DESCRICAO
           ELSE
              MOVE LK-DESCRICAO TO LS-DESCRICAO
           END-IF
           MOVE "N" TO LK-SITUACAO.
           MOVE SPACES TO LK-MOTIVO.
           IF LK-VALOR = ZERO
              MOVE "VALOR ZERADO" TO LK-MOTIVO
              EXIT PROGRAM
           END-IF
           CALL "PERFISC" USING BY CONTENT "V",
              BY REFERENCE LK-DATA, BY REFERENCE LS-PER-CODIGO,
              BY REFERENCE LS-PER-INICIO, BY REFERENCE LS-PER-FIM,
              BY REFERENCE LS-PER-SITUACAO, BY REFERENCE LS-PER-STATUS,
              BY REFERENCE LS-PROGRAMA.
           IF LS-PER-STATUS = "F"
              MOVE "PERIODO FISCAL FECHADO" TO LK-MOTIVO
              EXIT PROGRAM
           END-IF
           PERFORM 100-CARREGA-COMPROMISSOS.
           IF LS-TRANSBORDO = "S"
              MOVE "COMPROM.DAT EXCEDE A CAPACIDADE DA TABELA"
                 TO LK-MOTIVO
              EXIT PROGRAM
           END-IF
           IF LS-IDX-COMPROM = ZERO
              MOVE "COMPROMISSO NAO ENCONTRADO EM ABERTO"
                 TO LK-MOTIVO
              EXIT PROGRAM
           END-IF
           MOVE TB-COMP-REG(LS-IDX-COMPROM) TO CM-REGISTRO.
           IF CM-MOEDA NOT = SPACES
              MOVE "COMPROMISSO EM MOEDA ESTRANGEIRA" TO LK-MOTIVO
              EXIT PROGRAM
           END-IF
           MOVE LK-DATA(7:2) TO LS-DATA-PGTO(1:2).
           MOVE "/"          TO LS-DATA-PGTO(3:1).
           MOVE LK-DATA(5:2) TO LS-DATA-PGTO(4:2).
           MOVE "/"          TO LS-DATA-PGTO(6:1).
           MOVE LK-DATA(1:4) TO LS-DATA-PGTO(7:4).
           IF LK-CODIGO(1:1) = "K"
              PERFORM 300-BAIXA-PARCELA
              IF LK-MOTIVO NOT = SPACES
                 EXIT PROGRAM
              END-IF
              PERFORM 500-GRAVA-PAGAMENTO
              PERFORM 600-QUITA-COMPROMISSO
           ELSE
              PERFORM 550-SOMA-PAGAMENTOS
              IF LK-MOTIVO NOT = SPACES
                 EXIT PROGRAM
              END-IF
              PERFORM 500-GRAVA-PAGAMENTO
              ADD LK-VALOR TO LS-SOMA-PAGA
              COMPUTE LS-SALDO = CM-VALOR - LS-SOMA-PAGA
              IF LS-SALDO <= ZERO
                 PERFORM 600-QUITA-COMPROMISSO
              END-IF
           END-IF.
           MOVE "S" TO LK-SITUACAO.
           EXIT PROGRAM.
      ******************************************************************
      * CARGA DO REGISTRO DE COMPROMISSOS, LOCALIZANDO O PEDIDO EM     *
      * ABERTO                                                         *
      ******************************************************************
       100-CARREGA-COMPROMISSOS        SECTION.
           OPEN INPUT COMPROM-FILE.
           IF LS-CMP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ COMPROM-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF LS-QTDE-COMPROM < LIMITE-COMPROM
                       ADD 1 TO LS-QTDE-COMPROM
                       MOVE CM-REGISTRO
                          TO TB-COMP-REG(LS-QTDE-COMPROM)
                       IF CM-CODIGO = LK-CODIGO
                          AND CM-SITUACAO = "A"
                          AND (LS-DESCRICAO = SPACES
                               OR CM-DESCRICAO = LS-DESCRICAO)
                          MOVE LS-QTDE-COMPROM TO LS-IDX-COMPROM
                       END-IF
                    ELSE
                       MOVE "S" TO LS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * PARCELA DE CONTRATO: CONTRATO E PARCELA PELA DESCRICAO DO ELO  *
      * ("CONTRATO nnnnnn PARCELA nnn"); A PARCELA ABERTA VIRA "P" COM *
      * O VALOR E A DATA DO PAGAMENTO                                  *
      ******************************************************************
       300-BAIXA-PARCELA               SECTION.
           IF CM-DESCRICAO(10:6) IS NOT NUMERIC
              OR CM-DESCRICAO(25:3) IS NOT NUMERIC
              MOVE "COMPROMISSO SEM ELO COM PARCELA" TO LK-MOTIVO
              EXIT SECTION
           END-IF
           MOVE CM-DESCRICAO(10:6) TO LS-CONTRATO.
           MOVE CM-DESCRICAO(25:3) TO LS-PARCELA.
           MOVE "N" TO LS-ACHOU.
           OPEN INPUT CONTRPAR-FILE.
           IF LS-PAR-STATUS NOT = "00"
              MOVE "PLANO DE PARCELAS NAO ENCONTRADO" TO LK-MOTIVO
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ CONTRPAR-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF CP-CONTRATO = LS-CONTRATO
                       AND CP-PARCELA = LS-PARCELA
                       AND CP-STATUS = "A"
                       MOVE LK-VALOR     TO CP-PAGO
                       MOVE LS-DATA-PGTO TO CP-DATA-PGTO
                       MOVE "P"          TO CP-STATUS
                       MOVE "S"          TO LS-ACHOU
                    END-IF
                    IF LS-QTDE-PARCELAS < LIMITE-PARCELAS
                       ADD 1 TO LS-QTDE-PARCELAS
                       MOVE CP-REGISTRO
                          TO TB-PARC-REG(LS-QTDE-PARCELAS)
                    ELSE
                       MOVE "S" TO LS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTRPAR-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           IF LS-ACHOU NOT = "S"
              MOVE "PARCELA NAO ENCONTRADA EM ABERTO" TO LK-MOTIVO
              EXIT SECTION
           END-IF
           IF LS-TRANSBORDO = "S"
              MOVE "CONTRPAR.DAT EXCEDE A CAPACIDADE DA TABELA"
                 TO LK-MOTIVO
              EXIT SECTION
           END-IF
           OPEN OUTPUT CONTRPAR-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-PARCELAS
              MOVE TB-PARC-REG(AC-CI) TO CP-REGISTRO
              WRITE CP-REGISTRO
           END-PERFORM.
           CLOSE CONTRPAR-FILE.
           EXIT.
      ******************************************************************
      * O PAGAMENTO ACRESCENTADO EM COMPAGTO.DAT, EM MOEDA LOCAL       *
      ******************************************************************
       500-GRAVA-PAGAMENTO             SECTION.
           MOVE LK-CODIGO TO PG-CODIGO.
           MOVE LK-DATA   TO PG-DATA.
           MOVE LK-VALOR  TO PG-VALOR.
           IF LK-CODIGO(1:1) = "K"
              MOVE SPACES TO PG-REFERENCIA
              STRING "CT" LS-CONTRATO "-" LS-PARCELA
                 DELIMITED BY SIZE INTO PG-REFERENCIA
           ELSE
              MOVE LK-REFERENCIA TO PG-REFERENCIA
           END-IF
           MOVE SPACES    TO PG-MOEDA.
           MOVE LK-VALOR  TO PG-VALOR-LOCAL.
           OPEN EXTEND PAGTO-FILE.
           IF LS-PAG-STATUS = "35"
              OPEN OUTPUT PAGTO-FILE
           END-IF
           WRITE PG-REGISTRO.
           CLOSE PAGTO-FILE.
           EXIT.
      ******************************************************************
      * SOMA DOS PAGAMENTOS JA ACUMULADOS CONTRA O COMPROMISSO, ANTES *
      * DE GRAVAR O ATUAL; COM A DESCRICAO, SO OS DOS SEUS BOLETOS     *
      ******************************************************************
       550-SOMA-PAGAMENTOS             SECTION.
           MOVE ZERO TO LS-SOMA-PAGA.
           IF LS-DESCRICAO NOT = SPACES
              PERFORM 560-CARREGA-BOLETOS
              IF LK-MOTIVO NOT = SPACES
                 EXIT SECTION
              END-IF
           END-IF
           OPEN INPUT PAGTO-FILE.
           IF LS-PAG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ PAGTO-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF PG-CODIGO = LK-CODIGO
                       PERFORM 570-PAGAMENTO-DO-ITEM
                       IF LS-PAGTO-DO-ITEM = "S"
                          ADD PG-VALOR TO LS-SOMA-PAGA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAGTO-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * NOSSOS NUMEROS DOS BOLETOS DO COMPROMISSO ESCOLHIDO (MESMO     *
      * CODIGO E DESCRICAO)                                            *
      ******************************************************************
       560-CARREGA-BOLETOS             SECTION.
           MOVE ZERO TO LS-QTDE-BOLETOS.
           OPEN INPUT BOLETO-FILE.
           IF LS-BOL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ BOLETO-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF BL-CODIGO = LK-CODIGO
                       AND BL-DESCRICAO = LS-DESCRICAO
                       IF LS-QTDE-BOLETOS < LIMITE-BOLETOS
                          ADD 1 TO LS-QTDE-BOLETOS
                          MOVE BL-NOSSO-NUMERO
                             TO TB-BOL-NOSSO(LS-QTDE-BOLETOS)
                       ELSE
                          MOVE "BOLETOS DO COMPROMISSO EXCEDEM A TABELA"
                             TO LK-MOTIVO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BOLETO-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * O PAGAMENTO LIDO E DO COMPROMISSO: SEM DESCRICAO, BASTA O      *
      * CODIGO; COM ELA, A REFERENCIA PRECISA SER DE UM DOS SEUS       *
      * BOLETOS                                                        *
      ******************************************************************
       570-PAGAMENTO-DO-ITEM           SECTION.
           IF LS-DESCRICAO = SPACES
              MOVE "S" TO LS-PAGTO-DO-ITEM
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-PAGTO-DO-ITEM.
           IF PG-REFERENCIA(1:2) NOT = "BL"
              OR PG-REFERENCIA(3:8) IS NOT NUMERIC
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-BI FROM 1 BY 1
                   UNTIL AC-BI > LS-QTDE-BOLETOS
              IF TB-BOL-NOSSO(AC-BI) = PG-REFERENCIA(3:8)
                 MOVE "S" TO LS-PAGTO-DO-ITEM
                 EXIT SECTION
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * COMPROMISSO QUITADO: SITUACAO "Q" E O REGISTRO REGRAVADO       *
      ******************************************************************
       600-QUITA-COMPROMISSO           SECTION.
           MOVE TB-COMP-REG(LS-IDX-COMPROM) TO CM-REGISTRO.
           MOVE "Q" TO CM-SITUACAO.
           MOVE CM-REGISTRO TO TB-COMP-REG(LS-IDX-COMPROM).
           OPEN OUTPUT COMPROM-FILE.
           PERFORM VARYING AC-CK FROM 1 BY 1
                   UNTIL AC-CK > LS-QTDE-COMPROM
              MOVE TB-COMP-REG(AC-CK) TO CM-REGISTRO
              WRITE CM-REGISTRO
           END-PERFORM.
           CLOSE COMPROM-FILE.
           EXIT.
