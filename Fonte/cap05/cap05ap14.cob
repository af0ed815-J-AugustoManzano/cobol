       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP05AP14.
      *
      * Conciliacao bancaria diaria: todo pagamento era digitado a
      * mao no CAP06AP09/C0502CTR a partir do extrato impresso, e
      * ninguem conferia o registro contra o banco. Este passo da
      * cadeia noturna carrega o extrato diario do banco
      * (BANCOIN.DAT), no molde de intercambio do C0502CML: cabecalho
      * "H" com a data, a conta e o saldo inicial, um detalhe "D" por
      * lancamento (data, natureza "C" entrada / "D" saida, valor,
      * documento e historico) e fechamento "T" com a contagem, os
      * totais de creditos e de debitos e o saldo final. A primeira
      * passada reconta tudo e prova o saldo (inicial + creditos -
      * debitos = final): qualquer divergencia, detalhe invalido ou
      * cabecalho/fechamento ausentes recusa o extrato POR INTEIRO.
      * Aceito, os saldos vao para BANCOSLD.DAT e os lancamentos para
      * BANCOMOV.DAT como pendentes; extrato ja carregado (mesma data
      * e conta) nao entra de novo.
      *
      * Cada lancamento pendente - os do dia e os que sobraram de
      * dias anteriores - e casado com os compromissos em aberto em
      * moeda local de COMPROM.DAT, entrada com os "R" (inclusive
      * mensalidades e parcelas de contrato "K") e saida com os "P":
      *    - pela referencia: o codigo do compromisso no documento ou
      *      no historico do banco, com valor ate o saldo em aberto;
      *    - sem referencia, pelo valor igual ao saldo em aberto (na
      *      parcela de contrato, a prestacao com multa e mora) e pela
      *      data dentro da janela de dias do vencimento (chave
      *      BANCO-JANELA de SYSCFG.DAT), desde que um candidato so.
      * O casamento grava o pagamento pelo servico BAIXAPAG, com o
      * mesmo efeito da baixa digitada; o que nao casa fica pendente
      * para a tela de conciliacao C0502CCB. Roda antes da
      * contabilizacao (CAP05AP13), que lanca os pagamentos no dia.
      *
      * O relatorio CONCBANC.LST (IMPRIME/RELGER) mostra o saldo do
      * banco (final do ultimo extrato), o saldo do livro (saldo
      * inicial do primeiro extrato carregado mais as entradas e
      * menos as saidas de COMPAGTO.DAT desde entao), os itens so no
      * banco (pendentes e explicados) e os itens so no livro
      * (pagamentos sem lancamento bancario casado), e a diferenca
      * entre os saldos ajustados, que deve ser zero.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCOIN-FILE ASSIGN TO "BANCOIN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INT-STATUS.
           SELECT BANCOSLD-FILE ASSIGN TO "BANCOSLD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SLD-STATUS.
           SELECT BANCOMOV-FILE ASSIGN TO "BANCOMOV.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOV-STATUS.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CMP-STATUS.
           SELECT PAGTO-FILE ASSIGN TO "COMPAGTO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAG-STATUS.
           SELECT CONTRPAR-FILE ASSIGN TO "CONTRPAR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANCOIN-FILE.
       01  BI-LINHA            PIC X(80).
       01  BI-CABECALHO REDEFINES BI-LINHA.
           05  BI-H-TIPO       PIC X.
           05  BI-H-DATA       PIC 9(8).
           05  BI-H-CONTA      PIC X(12).
           05  BI-H-NAT-INICIAL PIC X.
           05  BI-H-SALDO-INICIAL PIC 9(11)V99.
           05  FILLER          PIC X(45).
       01  BI-DETALHE REDEFINES BI-LINHA.
           05  BI-D-TIPO       PIC X.
           05  BI-D-DATA       PIC 9(8).
           05  BI-D-NATUREZA   PIC X.
           05  BI-D-VALOR      PIC 9(9)V99.
           05  BI-D-DOCUMENTO  PIC X(12).
           05  BI-D-HISTORICO  PIC X(25).
           05  FILLER          PIC X(22).
       01  BI-FECHAMENTO REDEFINES BI-LINHA.
           05  BI-T-TIPO       PIC X.
           05  BI-T-CONTAGEM   PIC 9(6).
           05  BI-T-CREDITOS   PIC 9(13)V99.
           05  BI-T-DEBITOS    PIC 9(13)V99.
           05  BI-T-NAT-FINAL  PIC X.
           05  BI-T-SALDO-FINAL PIC 9(11)V99.
           05  FILLER          PIC X(29).
       FD  BANCOSLD-FILE.
       COPY "bancosld.cpy".
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
       FD  PAGTO-FILE.
       COPY "compagto.cpy".
       FD  CONTRPAR-FILE.
       COPY "contrpar.cpy".
       WORKING-STORAGE SECTION.
       78  LIMITE-MOVIMENTOS VALUE 3000.
       01  WS-TAB-MOVIMENTOS.
           05  WS-MOV-ENTRADA OCCURS LIMITE-MOVIMENTOS TIMES.
               10  WS-MOV-REG       PIC X(99).
               10  WS-MOV-USADO     PIC X.
               10  WS-MOV-CASADO    PIC X.
       77  WS-QTDE-MOVIMENTOS  PIC 9(4) VALUE ZERO.
       78  LIMITE-COMPROM VALUE 2000.
       01  WS-TAB-COMPROM.
           05  WS-CMP-ENTRADA OCCURS LIMITE-COMPROM TIMES.
               10  WS-CMP-CODIGO    PIC X(8).
               10  WS-CMP-DIRECAO   PIC X.
               10  WS-CMP-ELEGIVEL  PIC X.
               10  WS-CMP-VENCIMENTO PIC 9(8).
               10  WS-CMP-SALDO     PIC S9(9)V99.
               10  WS-CMP-CONTRATO  PIC 9(6).
               10  WS-CMP-PARCELA   PIC 9(3).
       77  WS-QTDE-COMPROM     PIC 9(4) VALUE ZERO.
       77  WS-TRANSBORDO       PIC X VALUE "N".
       77  AC-MV               PIC 9(4).
       77  AC-CI               PIC 9(4).
       77  WS-ACHOU            PIC 9(4).
       77  WS-CANDIDATOS       PIC 9(4).
       77  WS-INT-STATUS       PIC XX.
       77  WS-SLD-STATUS       PIC XX.
       77  WS-MOV-STATUS       PIC XX.
       77  WS-CMP-STATUS       PIC XX.
       77  WS-PAG-STATUS       PIC XX.
       77  WS-PAR-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
      *    Situacao do extrato do dia: "S" sem arquivo, "R" recusado,
      *    "J" ja carregado, "C" carregado agora.
       77  WS-SIT-EXTRATO      PIC X VALUE "S".
       77  WS-MOTIVO-RECUSA    PIC X(50) VALUE SPACES.
       77  WS-TEM-CABECALHO    PIC X VALUE "N".
       77  WS-TEM-FECHAMENTO   PIC X VALUE "N".
       77  WS-DETALHE-INVALIDO PIC X VALUE "N".
       77  WS-DATA-EXTRATO     PIC 9(8) VALUE ZERO.
       77  WS-CONTA-EXTRATO    PIC X(12) VALUE SPACES.
       77  WS-SALDO-INICIAL    PIC S9(11)V99 VALUE ZERO.
       77  WS-SALDO-FINAL      PIC S9(11)V99 VALUE ZERO.
       77  WS-CONTAGEM         PIC 9(6) VALUE ZERO.
       77  WS-CREDITOS         PIC 9(13)V99 VALUE ZERO.
       77  WS-DEBITOS          PIC 9(13)V99 VALUE ZERO.
       77  WS-SALDO-PROVA      PIC S9(13)V99.
       77  WS-SEQUENCIA        PIC 9(5) VALUE ZERO.
       77  WS-PRIMEIRA-DATA    PIC 9(8) VALUE ZERO.
       77  WS-PRIMEIRO-SALDO   PIC S9(11)V99 VALUE ZERO.
       77  WS-ULTIMA-DATA      PIC 9(8) VALUE ZERO.
       77  WS-ULTIMA-CONTA     PIC X(12) VALUE SPACES.
       77  WS-SALDO-BANCO      PIC S9(11)V99 VALUE ZERO.
       77  WS-SALDO-LIVRO      PIC S9(11)V99 VALUE ZERO.
       77  WS-SO-BANCO         PIC S9(11)V99 VALUE ZERO.
       77  WS-SO-LIVRO         PIC S9(11)V99 VALUE ZERO.
       77  WS-AJUSTADO-LIVRO   PIC S9(11)V99.
       77  WS-AJUSTADO-BANCO   PIC S9(11)V99.
       77  WS-DIFERENCA        PIC S9(11)V99.
       77  WS-VALOR-LOCAL      PIC 9(9)V99.
       77  WS-DIRECAO          PIC X.
       77  WS-DIR-ALVO         PIC X.
       77  WS-DATA-VENC        PIC 9(8).
       77  WS-DIAS-DISTANCIA   PIC S9(8).
       77  WS-TEXTO-BANCO      PIC X(37).
       77  WS-TAM-CODIGO       PIC 9(2).
       77  WS-OCORRENCIAS      PIC 9(4).
       77  WS-JANELA           PIC 9(3) VALUE 5.
       77  WS-CFG-CHAVE        PIC X(12).
       77  WS-CFG-VALOR        PIC X(30).
       77  WS-DATA-NEG         PIC 9(8).
       77  WS-BX-CODIGO        PIC X(8).
       77  WS-BX-DATA          PIC 9(8).
       77  WS-BX-VALOR         PIC 9(7)V99.
       77  WS-BX-REFERENCIA    PIC X(12).
       77  WS-BX-SITUACAO      PIC X.
       77  WS-BX-MOTIVO        PIC X(40).
       77  WS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-CASADOS    PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-PENDENTES  PIC 9(6) VALUE ZERO.
       77  WS-S-VALOR          PIC Z(8)9.99.
       77  WS-S-SALDO          PIC -(11)9.99.
       77  WS-S-DATA           PIC X(10).
       77  WS-S-SEQ            PIC ZZZZ9.
       77  WS-LINHA            PIC X(132) VALUE SPACES.
       77  WS-IMP-OPCAO        PIC X.
       77  WS-IMP-TEXTO        PIC X(132).
       77  WS-IMP-TOTAL        PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO   PIC X(14).
       77  WS-DATA-INICIO      PIC X(20).
       77  WS-DATA-FIM         PIC X(20).
       77  WS-DUR-HRA          PIC 9(4).
       77  WS-DUR-MIN          PIC 9(2).
       77  WS-DUR-SEG          PIC 9(2).
       77  WS-DUR-CEN          PIC 9(2).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP05A14".
       77  WS-RESULTADO        PIC X(20).
       77  WS-CONDICAO         PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Carga do Extrato e Conciliacao Bancaria".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           MOVE "BANCO-JANELA" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:3) IS NUMERIC
              MOVE WS-CFG-VALOR(1:3) TO WS-JANELA
           END-IF
           PERFORM 100-CONFERE-EXTRATO.
           IF WS-SIT-EXTRATO = "C"
              PERFORM 200-CARREGA-EXTRATO
           END-IF
           PERFORM 300-CARREGA-MOVIMENTOS.
           PERFORM 320-CARREGA-COMPROMISSOS.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "CONCBANC.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "CONCILIACAO BANCARIA DIARIA" TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           PERFORM 150-IMPRIME-SITUACAO.
           IF WS-TRANSBORDO = "S"
              MOVE SPACES TO WS-LINHA
              STRING "*** MOVIMENTO OU REGISTRO ALEM DA CAPACIDADE "
                     "DAS TABELAS; CONCILIACAO NAO EXECUTADA"
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           ELSE
              PERFORM 400-CONCILIA
              IF WS-TOTAL-CASADOS > ZERO
                 PERFORM 480-REGRAVA-MOVIMENTOS
              END-IF
              PERFORM 500-SALDOS
              PERFORM 600-RELATORIO
           END-IF
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-CASADOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "CONCBANC.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Linhas de extrato carregadas: " WS-TOTAL-LIDOS.
           DISPLAY "Lancamentos conciliados ....: " WS-TOTAL-CASADOS.
           DISPLAY "Lancamentos pendentes ......: " WS-TOTAL-PENDENTES.
           DISPLAY "Relatorio gravado em CONCBANC.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-PENDENTES,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           EVALUATE TRUE
              WHEN WS-SIT-EXTRATO = "R" OR WS-TRANSBORDO = "S"
                 MOVE "EXTRATO RECUSADO" TO WS-RESULTADO
                 MOVE 8 TO WS-CONDICAO
              WHEN WS-SIT-EXTRATO = "S"
                 MOVE "SEM EXTRATO" TO WS-RESULTADO
                 MOVE 4 TO WS-CONDICAO
              WHEN WS-TOTAL-PENDENTES > ZERO
                 MOVE "CONCILIADO PARCIAL" TO WS-RESULTADO
                 MOVE 4 TO WS-CONDICAO
              WHEN OTHER
                 MOVE "CONCILIADO" TO WS-RESULTADO
                 MOVE 0 TO WS-CONDICAO
           END-EVALUATE.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           MOVE WS-CONDICAO TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * PRIMEIRA PASSADA DO EXTRATO: RECONTA, SOMA CREDITOS E DEBITOS  *
      * E PROVA O SALDO CONTRA O FECHAMENTO; DETALHE INVALIDO OU       *
      * CONTROLE DIVERGENTE RECUSA O ARQUIVO INTEIRO                   *
      ******************************************************************
       100-CONFERE-EXTRATO             SECTION.
           OPEN INPUT BANCOIN-FILE.
           IF WS-INT-STATUS NOT = "00"
              MOVE "S" TO WS-SIT-EXTRATO
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ BANCOIN-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    EVALUATE BI-LINHA(1:1)
                       WHEN "H"
                          MOVE "S" TO WS-TEM-CABECALHO
                          MOVE BI-H-DATA TO WS-DATA-EXTRATO
                          MOVE BI-H-CONTA TO WS-CONTA-EXTRATO
                          IF BI-H-SALDO-INICIAL IS NUMERIC
                             MOVE BI-H-SALDO-INICIAL
                                TO WS-SALDO-INICIAL
                          ELSE
                             MOVE "CABECALHO COM SALDO INICIAL INVALIDO"
                                TO WS-MOTIVO-RECUSA
                          END-IF
                          IF BI-H-NAT-INICIAL = "D"
                             COMPUTE WS-SALDO-INICIAL =
                                ZERO - WS-SALDO-INICIAL
                          END-IF
                       WHEN "T"
                          MOVE "S" TO WS-TEM-FECHAMENTO
                          PERFORM 110-CONFERE-FECHAMENTO
                       WHEN "D"
                          ADD 1 TO WS-CONTAGEM
                          IF BI-D-VALOR IS NOT NUMERIC
                             OR BI-D-DATA IS NOT NUMERIC
                             OR (BI-D-NATUREZA NOT = "C"
                                 AND BI-D-NATUREZA NOT = "D")
                             MOVE "S" TO WS-DETALHE-INVALIDO
                          ELSE
                             IF BI-D-NATUREZA = "C"
                                ADD BI-D-VALOR TO WS-CREDITOS
                             ELSE
                                ADD BI-D-VALOR TO WS-DEBITOS
                             END-IF
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE BANCOIN-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE "R" TO WS-SIT-EXTRATO.
           EVALUATE TRUE
              WHEN WS-TEM-CABECALHO NOT = "S"
                 OR WS-TEM-FECHAMENTO NOT = "S"
                 MOVE "EXTRATO SEM CABECALHO OU SEM FECHAMENTO"
                    TO WS-MOTIVO-RECUSA
              WHEN WS-DATA-EXTRATO = ZERO
                 OR WS-DATA-EXTRATO IS NOT NUMERIC
                 MOVE "DATA DO EXTRATO INVALIDA" TO WS-MOTIVO-RECUSA
              WHEN WS-DETALHE-INVALIDO = "S"
                 MOVE "LANCAMENTO COM DATA, NATUREZA OU VALOR INVALIDO"
                    TO WS-MOTIVO-RECUSA
              WHEN WS-MOTIVO-RECUSA NOT = SPACES
                 CONTINUE
              WHEN OTHER
                 COMPUTE WS-SALDO-PROVA = WS-SALDO-INICIAL
                    + WS-CREDITOS - WS-DEBITOS
                 IF WS-SALDO-PROVA NOT = WS-SALDO-FINAL
                    MOVE "SALDO FINAL NAO FECHA COM OS LANCAMENTOS"
                       TO WS-MOTIVO-RECUSA
                 ELSE
                    PERFORM 120-PROCURA-EXTRATO-CARREGADO
                 END-IF
           END-EVALUATE.
           IF WS-SIT-EXTRATO = "R"
              DISPLAY "Extrato recusado por inteiro: "
                 FUNCTION TRIM(WS-MOTIVO-RECUSA)
           END-IF.
           EXIT.
      ******************************************************************
      * CONTROLES DO FECHAMENTO CONTRA O RECONTADO                     *
      ******************************************************************
       110-CONFERE-FECHAMENTO          SECTION.
           IF BI-T-CONTAGEM IS NOT NUMERIC
              OR BI-T-CREDITOS IS NOT NUMERIC
              OR BI-T-DEBITOS IS NOT NUMERIC
              OR BI-T-SALDO-FINAL IS NOT NUMERIC
              MOVE "FECHAMENTO COM CONTROLES INVALIDOS"
                 TO WS-MOTIVO-RECUSA
              EXIT SECTION
           END-IF
           IF BI-T-CONTAGEM NOT = WS-CONTAGEM
              OR BI-T-CREDITOS NOT = WS-CREDITOS
              OR BI-T-DEBITOS NOT = WS-DEBITOS
              MOVE "CONTAGEM OU TOTAIS DO FECHAMENTO NAO CONFEREM"
                 TO WS-MOTIVO-RECUSA
           END-IF
           MOVE BI-T-SALDO-FINAL TO WS-SALDO-FINAL.
           IF BI-T-NAT-FINAL = "D"
              COMPUTE WS-SALDO-FINAL = ZERO - WS-SALDO-FINAL
           END-IF.
           EXIT.
      ******************************************************************
      * EXTRATO JA CARREGADO (MESMA DATA E CONTA EM BANCOSLD.DAT) NAO  *
      * ENTRA DE NOVO                                                  *
      ******************************************************************
       120-PROCURA-EXTRATO-CARREGADO   SECTION.
           MOVE "C" TO WS-SIT-EXTRATO.
           OPEN INPUT BANCOSLD-FILE.
           IF WS-SLD-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ BANCOSLD-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF BS-DATA-EXTRATO = WS-DATA-EXTRATO
                       AND BS-CONTA = WS-CONTA-EXTRATO
                       MOVE "J" TO WS-SIT-EXTRATO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BANCOSLD-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-SIT-EXTRATO = "J"
              DISPLAY "Extrato de " WS-DATA-EXTRATO
                 " ja carregado; nada acrescentado."
           END-IF.
           EXIT.
      ******************************************************************
      * SITUACAO DA CARGA DO DIA NO CABECALHO DO RELATORIO             *
      ******************************************************************
       150-IMPRIME-SITUACAO            SECTION.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-DATA-EXTRATO TO WS-BX-DATA.
           PERFORM 810-FORMATA-DATA.
           EVALUATE WS-SIT-EXTRATO
              WHEN "S"
                 MOVE "EXTRATO DO DIA: BANCOIN.DAT NAO RECEBIDO"
                    TO WS-LINHA
              WHEN "R"
                 STRING "EXTRATO DO DIA RECUSADO: " WS-MOTIVO-RECUSA
                    DELIMITED BY SIZE INTO WS-LINHA
              WHEN "J"
                 STRING "EXTRATO DE " WS-S-DATA " CONTA "
                        WS-CONTA-EXTRATO " JA CARREGADO ANTES"
                    DELIMITED BY SIZE INTO WS-LINHA
              WHEN OTHER
                 STRING "EXTRATO DE " WS-S-DATA " CONTA "
                        WS-CONTA-EXTRATO " CARREGADO: " WS-CONTAGEM
                        " LANCAMENTO(S)"
                    DELIMITED BY SIZE INTO WS-LINHA
           END-EVALUATE.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * SEGUNDA PASSADA: SALDOS PARA BANCOSLD.DAT E LANCAMENTOS PARA   *
      * BANCOMOV.DAT, TODOS PENDENTES                                  *
      ******************************************************************
       200-CARREGA-EXTRATO             SECTION.
           OPEN EXTEND BANCOMOV-FILE.
           IF WS-MOV-STATUS = "35"
              OPEN OUTPUT BANCOMOV-FILE
           END-IF
           OPEN INPUT BANCOIN-FILE.
           PERFORM UNTIL WS-FIM-OK
              READ BANCOIN-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF BI-LINHA(1:1) = "D"
                       ADD 1 TO WS-SEQUENCIA
                       MOVE WS-DATA-EXTRATO TO BM-DATA-EXTRATO
                       MOVE WS-SEQUENCIA    TO BM-SEQUENCIA
                       MOVE BI-D-DATA       TO BM-DATA
                       MOVE BI-D-NATUREZA   TO BM-NATUREZA
                       MOVE BI-D-VALOR      TO BM-VALOR
                       MOVE BI-D-DOCUMENTO  TO BM-DOCUMENTO
                       MOVE BI-D-HISTORICO  TO BM-HISTORICO
                       MOVE "P"             TO BM-SITUACAO
                       MOVE SPACES          TO BM-CODIGO
                       MOVE SPACES          TO BM-OBSERVACAO
                       WRITE BM-REGISTRO
                       ADD 1 TO WS-TOTAL-LIDOS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BANCOIN-FILE.
           CLOSE BANCOMOV-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-DATA-EXTRATO  TO BS-DATA-EXTRATO.
           MOVE WS-CONTA-EXTRATO TO BS-CONTA.
           MOVE WS-SALDO-INICIAL TO BS-SALDO-INICIAL.
           MOVE WS-SALDO-FINAL   TO BS-SALDO-FINAL.
           MOVE WS-CONTAGEM      TO BS-QTDE-LINHAS.
           MOVE WS-DATA-NEG      TO BS-DATA-CARGA.
           OPEN EXTEND BANCOSLD-FILE.
           IF WS-SLD-STATUS = "35"
              OPEN OUTPUT BANCOSLD-FILE
           END-IF
           WRITE BS-REGISTRO.
           CLOSE BANCOSLD-FILE.
           EXIT.
      ******************************************************************
      * TODOS OS LANCAMENTOS BANCARIOS JA CARREGADOS, PARA A           *
      * CONCILIACAO E PARA O LADO DO BANCO DO RELATORIO                *
      ******************************************************************
       300-CARREGA-MOVIMENTOS          SECTION.
           OPEN INPUT BANCOMOV-FILE.
           IF WS-MOV-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ BANCOMOV-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-MOVIMENTOS < LIMITE-MOVIMENTOS
                       ADD 1 TO WS-QTDE-MOVIMENTOS
                       MOVE BM-REGISTRO
                          TO WS-MOV-REG(WS-QTDE-MOVIMENTOS)
                       MOVE "N" TO WS-MOV-USADO(WS-QTDE-MOVIMENTOS)
                       MOVE "N" TO WS-MOV-CASADO(WS-QTDE-MOVIMENTOS)
                    ELSE
                       MOVE "S" TO WS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BANCOMOV-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * COMPROMISSOS: DIRECAO DE TODOS (PARA O LADO DO LIVRO) E, DOS   *
      * ABERTOS EM MOEDA LOCAL, O SALDO E O VENCIMENTO PARA O CASAMENTO*
      ******************************************************************
       320-CARREGA-COMPROMISSOS        SECTION.
           OPEN INPUT COMPROM-FILE.
           IF WS-CMP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ COMPROM-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-COMPROM < LIMITE-COMPROM
                       ADD 1 TO WS-QTDE-COMPROM
                       PERFORM 330-GUARDA-COMPROMISSO
                    ELSE
                       MOVE "S" TO WS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 340-DEDUZ-PAGAMENTOS.
           PERFORM 350-DEVIDO-PARCELAS.
           EXIT.
      ******************************************************************
      * UM COMPROMISSO NA TABELA; REGISTROS ANTIGOS SEM DIRECAO VALEM  *
      * COMO A PAGAR                                                   *
      ******************************************************************
       330-GUARDA-COMPROMISSO          SECTION.
           MOVE CM-CODIGO TO WS-CMP-CODIGO(WS-QTDE-COMPROM).
           IF CM-DIRECAO = "R"
              MOVE "R" TO WS-CMP-DIRECAO(WS-QTDE-COMPROM)
           ELSE
              MOVE "P" TO WS-CMP-DIRECAO(WS-QTDE-COMPROM)
           END-IF
           MOVE "N" TO WS-CMP-ELEGIVEL(WS-QTDE-COMPROM).
           MOVE ZERO TO WS-CMP-VENCIMENTO(WS-QTDE-COMPROM).
           MOVE ZERO TO WS-CMP-SALDO(WS-QTDE-COMPROM).
           MOVE ZERO TO WS-CMP-CONTRATO(WS-QTDE-COMPROM).
           MOVE ZERO TO WS-CMP-PARCELA(WS-QTDE-COMPROM).
           IF CM-SITUACAO NOT = "A" OR CM-MOEDA NOT = SPACES
              EXIT SECTION
           END-IF
           MOVE "S" TO WS-CMP-ELEGIVEL(WS-QTDE-COMPROM).
           MOVE CM-VALOR TO WS-CMP-SALDO(WS-QTDE-COMPROM).
           IF CM-VENCIMENTO(1:2) IS NUMERIC
              AND CM-VENCIMENTO(4:2) IS NUMERIC
              AND CM-VENCIMENTO(7:4) IS NUMERIC
              STRING CM-VENCIMENTO(7:4) CM-VENCIMENTO(4:2)
                     CM-VENCIMENTO(1:2)
                 DELIMITED BY SIZE INTO WS-DATA-VENC
              MOVE WS-DATA-VENC TO WS-CMP-VENCIMENTO(WS-QTDE-COMPROM)
           END-IF
           IF CM-CODIGO(1:1) = "K"
              AND CM-DESCRICAO(10:6) IS NUMERIC
              AND CM-DESCRICAO(25:3) IS NUMERIC
              MOVE CM-DESCRICAO(10:6)
                 TO WS-CMP-CONTRATO(WS-QTDE-COMPROM)
              MOVE CM-DESCRICAO(25:3)
                 TO WS-CMP-PARCELA(WS-QTDE-COMPROM)
           END-IF.
           EXIT.
      ******************************************************************
      * SALDO EM ABERTO: VALOR DO COMPROMISSO MENOS OS PAGAMENTOS JA   *
      * ACUMULADOS EM COMPAGTO.DAT                                     *
      ******************************************************************
       340-DEDUZ-PAGAMENTOS            SECTION.
           OPEN INPUT PAGTO-FILE.
           IF WS-PAG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ PAGTO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    PERFORM VARYING AC-CI FROM 1 BY 1
                            UNTIL AC-CI > WS-QTDE-COMPROM
                       IF WS-CMP-CODIGO(AC-CI) = PG-CODIGO
                          AND WS-CMP-ELEGIVEL(AC-CI) = "S"
                          SUBTRACT PG-VALOR FROM WS-CMP-SALDO(AC-CI)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE PAGTO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * PARCELA DE CONTRATO: O DEVIDO E A PRESTACAO MAIS A MULTA E A   *
      * MORA APURADAS PELA RODADA NOTURNA DE ATRASO                    *
      ******************************************************************
       350-DEVIDO-PARCELAS             SECTION.
           OPEN INPUT CONTRPAR-FILE.
           IF WS-PAR-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ CONTRPAR-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CP-STATUS = "A"
                       IF CP-MULTA IS NOT NUMERIC
                          MOVE ZERO TO CP-MULTA
                       END-IF
                       IF CP-MORA IS NOT NUMERIC
                          MOVE ZERO TO CP-MORA
                       END-IF
                       PERFORM VARYING AC-CI FROM 1 BY 1
                               UNTIL AC-CI > WS-QTDE-COMPROM
                          IF WS-CMP-CONTRATO(AC-CI) = CP-CONTRATO
                             AND WS-CMP-PARCELA(AC-CI) = CP-PARCELA
                             AND WS-CMP-ELEGIVEL(AC-CI) = "S"
                             COMPUTE WS-CMP-SALDO(AC-CI) ROUNDED =
                                CP-VALOR + CP-MULTA + CP-MORA
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTRPAR-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * CONCILIACAO AUTOMATICA DOS LANCAMENTOS PENDENTES               *
      ******************************************************************
       400-CONCILIA                    SECTION.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "LANCAMENTOS CONCILIADOS AUTOMATICAMENTE" TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM 710-CABECALHO-MOVIMENTO.
           MOVE "COMPROMISSO" TO WS-LINHA(67:11).
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-MV FROM 1 BY 1
                   UNTIL AC-MV > WS-QTDE-MOVIMENTOS
              MOVE WS-MOV-REG(AC-MV) TO BM-REGISTRO
              IF BM-SITUACAO = "P"
                 PERFORM 410-CASA-LANCAMENTO
              END-IF
           END-PERFORM.
           IF WS-TOTAL-CASADOS = ZERO
              MOVE "   (NENHUM)" TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF.
           EXIT.
      ******************************************************************
      * UM LANCAMENTO PENDENTE: PRIMEIRO PELA REFERENCIA, DEPOIS PELO  *
      * VALOR E PELA JANELA DO VENCIMENTO (CANDIDATO UNICO)            *
      ******************************************************************
       410-CASA-LANCAMENTO             SECTION.
           IF BM-VALOR > 9999999.99
              EXIT SECTION
           END-IF
           IF BM-NATUREZA = "C"
              MOVE "R" TO WS-DIR-ALVO
           ELSE
              MOVE "P" TO WS-DIR-ALVO
           END-IF
           MOVE SPACES TO WS-TEXTO-BANCO.
           STRING BM-DOCUMENTO BM-HISTORICO
              DELIMITED BY SIZE INTO WS-TEXTO-BANCO.
           MOVE ZERO TO WS-ACHOU.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-COMPROM OR WS-ACHOU > ZERO
              IF WS-CMP-ELEGIVEL(AC-CI) = "S"
                 AND WS-CMP-DIRECAO(AC-CI) = WS-DIR-ALVO
                 AND WS-CMP-SALDO(AC-CI) >= BM-VALOR
                 PERFORM 420-PROCURA-REFERENCIA
              END-IF
           END-PERFORM.
           IF WS-ACHOU = ZERO
              MOVE ZERO TO WS-CANDIDATOS
              PERFORM VARYING AC-CI FROM 1 BY 1
                      UNTIL AC-CI > WS-QTDE-COMPROM
                 IF WS-CMP-ELEGIVEL(AC-CI) = "S"
                    AND WS-CMP-DIRECAO(AC-CI) = WS-DIR-ALVO
                    AND WS-CMP-SALDO(AC-CI) = BM-VALOR
                    AND WS-CMP-VENCIMENTO(AC-CI) > ZERO
                    COMPUTE WS-DIAS-DISTANCIA =
                       FUNCTION INTEGER-OF-DATE(BM-DATA)
                       - FUNCTION INTEGER-OF-DATE(
                            WS-CMP-VENCIMENTO(AC-CI))
                    IF WS-DIAS-DISTANCIA < ZERO
                       COMPUTE WS-DIAS-DISTANCIA =
                          ZERO - WS-DIAS-DISTANCIA
                    END-IF
                    IF WS-DIAS-DISTANCIA <= WS-JANELA
                       ADD 1 TO WS-CANDIDATOS
                       MOVE AC-CI TO WS-ACHOU
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-CANDIDATOS > 1
                 MOVE "MAIS DE UM CANDIDATO" TO BM-OBSERVACAO
                 MOVE ZERO TO WS-ACHOU
              END-IF
           END-IF
           IF WS-ACHOU = ZERO
              MOVE BM-REGISTRO TO WS-MOV-REG(AC-MV)
              EXIT SECTION
           END-IF
           MOVE WS-CMP-CODIGO(WS-ACHOU) TO WS-BX-CODIGO.
           MOVE BM-DATA      TO WS-BX-DATA.
           MOVE BM-VALOR     TO WS-BX-VALOR.
           MOVE BM-DOCUMENTO TO WS-BX-REFERENCIA.
           CALL "BAIXAPAG" USING WS-BX-CODIGO, WS-BX-DATA,
              WS-BX-VALOR, WS-BX-REFERENCIA, WS-BX-SITUACAO,
              WS-BX-MOTIVO.
           IF WS-BX-SITUACAO NOT = "S"
              MOVE WS-BX-MOTIVO TO BM-OBSERVACAO
              MOVE BM-REGISTRO TO WS-MOV-REG(AC-MV)
              EXIT SECTION
           END-IF
           IF WS-BX-CODIGO(1:1) = "K"
              MOVE ZERO TO WS-CMP-SALDO(WS-ACHOU)
           ELSE
              SUBTRACT BM-VALOR FROM WS-CMP-SALDO(WS-ACHOU)
           END-IF
           MOVE "A"          TO BM-SITUACAO.
           MOVE WS-BX-CODIGO TO BM-CODIGO.
           MOVE SPACES       TO BM-OBSERVACAO.
           MOVE BM-REGISTRO  TO WS-MOV-REG(AC-MV).
           MOVE "S"          TO WS-MOV-CASADO(AC-MV).
           ADD 1 TO WS-TOTAL-CASADOS.
           PERFORM 700-LINHA-MOVIMENTO.
           MOVE BM-CODIGO TO WS-LINHA(67:8).
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * O CODIGO DO COMPROMISSO (4 POSICOES OU MAIS) APARECE NO        *
      * DOCUMENTO OU NO HISTORICO DO BANCO                             *
      ******************************************************************
       420-PROCURA-REFERENCIA          SECTION.
           MOVE ZERO TO WS-TAM-CODIGO.
           INSPECT WS-CMP-CODIGO(AC-CI) TALLYING WS-TAM-CODIGO
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TAM-CODIGO < 4
              EXIT SECTION
           END-IF
           MOVE ZERO TO WS-OCORRENCIAS.
           INSPECT WS-TEXTO-BANCO TALLYING WS-OCORRENCIAS
              FOR ALL WS-CMP-CODIGO(AC-CI)(1:WS-TAM-CODIGO).
           IF WS-OCORRENCIAS > ZERO
              MOVE AC-CI TO WS-ACHOU
           END-IF.
           EXIT.
      ******************************************************************
      * REGRAVACAO DE BANCOMOV.DAT COM AS SITUACOES ATUALIZADAS        *
      ******************************************************************
       480-REGRAVA-MOVIMENTOS          SECTION.
           OPEN OUTPUT BANCOMOV-FILE.
           PERFORM VARYING AC-MV FROM 1 BY 1
                   UNTIL AC-MV > WS-QTDE-MOVIMENTOS
              MOVE WS-MOV-REG(AC-MV) TO BM-REGISTRO
              WRITE BM-REGISTRO
           END-PERFORM.
           CLOSE BANCOMOV-FILE.
           EXIT.
      ******************************************************************
      * SALDO DO BANCO (ULTIMO EXTRATO) E SALDO INICIAL DO LIVRO       *
      * (PRIMEIRO EXTRATO CARREGADO)                                   *
      ******************************************************************
       500-SALDOS                      SECTION.
           OPEN INPUT BANCOSLD-FILE.
           IF WS-SLD-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ BANCOSLD-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-PRIMEIRA-DATA = ZERO
                       OR BS-DATA-EXTRATO < WS-PRIMEIRA-DATA
                       MOVE BS-DATA-EXTRATO TO WS-PRIMEIRA-DATA
                       MOVE BS-SALDO-INICIAL TO WS-PRIMEIRO-SALDO
                    END-IF
                    IF BS-DATA-EXTRATO >= WS-ULTIMA-DATA
                       MOVE BS-DATA-EXTRATO TO WS-ULTIMA-DATA
                       MOVE BS-CONTA TO WS-ULTIMA-CONTA
                       MOVE BS-SALDO-FINAL TO WS-SALDO-BANCO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BANCOSLD-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * RELATORIO: SALDOS, ITENS SO NO BANCO, ITENS SO NO LIVRO E A    *
      * PROVA DOS SALDOS AJUSTADOS                                     *
      ******************************************************************
       600-RELATORIO                   SECTION.
           IF WS-ULTIMA-DATA = ZERO
              MOVE SPACES TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
              MOVE "NENHUM EXTRATO CARREGADO; SEM SALDOS A CONCILIAR"
                 TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "LANCAMENTOS SO NO BANCO (PENDENTES E EXPLICADOS)"
              TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM 710-CABECALHO-MOVIMENTO.
           MOVE "S OBSERVACAO" TO WS-LINHA(67:12).
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-MV FROM 1 BY 1
                   UNTIL AC-MV > WS-QTDE-MOVIMENTOS
              MOVE WS-MOV-REG(AC-MV) TO BM-REGISTRO
              IF BM-SITUACAO = "P" OR BM-SITUACAO = "E"
                 IF BM-SITUACAO = "P"
                    ADD 1 TO WS-TOTAL-PENDENTES
                 END-IF
                 IF BM-NATUREZA = "C"
                    ADD BM-VALOR TO WS-SO-BANCO
                 ELSE
                    SUBTRACT BM-VALOR FROM WS-SO-BANCO
                 END-IF
                 PERFORM 700-LINHA-MOVIMENTO
                 MOVE BM-SITUACAO TO WS-LINHA(67:1)
                 MOVE BM-OBSERVACAO TO WS-LINHA(69:20)
                 PERFORM 800-IMPRIME-LINHA
              END-IF
           END-PERFORM.
           MOVE WS-SO-BANCO TO WS-S-SALDO.
           MOVE SPACES TO WS-LINHA.
           STRING "   LIQUIDO SO NO BANCO ......: " WS-S-SALDO
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM 650-LADO-DO-LIVRO.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE WS-ULTIMA-DATA TO WS-BX-DATA.
           PERFORM 810-FORMATA-DATA.
           MOVE WS-SALDO-BANCO TO WS-S-SALDO.
           MOVE SPACES TO WS-LINHA.
           STRING "SALDO DO BANCO (EXTRATO DE " WS-S-DATA ") ...: "
                  WS-S-SALDO "  CONTA " WS-ULTIMA-CONTA
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE WS-PRIMEIRA-DATA TO WS-BX-DATA.
           PERFORM 810-FORMATA-DATA.
           MOVE WS-SALDO-LIVRO TO WS-S-SALDO.
           MOVE SPACES TO WS-LINHA.
           STRING "SALDO DO LIVRO (DESDE " WS-S-DATA ") .......: "
                  WS-S-SALDO
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           COMPUTE WS-AJUSTADO-LIVRO = WS-SALDO-LIVRO + WS-SO-BANCO.
           COMPUTE WS-AJUSTADO-BANCO = WS-SALDO-BANCO + WS-SO-LIVRO.
           COMPUTE WS-DIFERENCA = WS-AJUSTADO-LIVRO
              - WS-AJUSTADO-BANCO.
           MOVE WS-AJUSTADO-LIVRO TO WS-S-SALDO.
           MOVE SPACES TO WS-LINHA.
           STRING "LIVRO + SO NO BANCO ..................: "
                  WS-S-SALDO
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE WS-AJUSTADO-BANCO TO WS-S-SALDO.
           MOVE SPACES TO WS-LINHA.
           STRING "BANCO + SO NO LIVRO ..................: "
                  WS-S-SALDO
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE WS-DIFERENCA TO WS-S-SALDO.
           MOVE SPACES TO WS-LINHA.
           STRING "DIFERENCA ............................: "
                  WS-S-SALDO
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           IF WS-DIFERENCA NOT = ZERO
              MOVE SPACES TO WS-LINHA
              STRING "*** SALDOS AJUSTADOS NAO FECHAM - VERIFICAR "
                     "LANCAMENTOS CASADOS"
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF.
           EXIT.
      ******************************************************************
      * LADO DO LIVRO: PAGAMENTOS DE COMPAGTO.DAT NO PERIODO DOS       *
      * EXTRATOS; OS SEM LANCAMENTO BANCARIO CASADO SAO LISTADOS       *
      ******************************************************************
       650-LADO-DO-LIVRO               SECTION.
           MOVE WS-PRIMEIRO-SALDO TO WS-SALDO-LIVRO.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "PAGAMENTOS SO NO LIVRO (SEM LANCAMENTO NO BANCO)"
              TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "COMPROMISSO DATA       D          VALOR REFERENCIA"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           OPEN INPUT PAGTO-FILE.
           IF WS-PAG-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ PAGTO-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF PG-DATA >= WS-PRIMEIRA-DATA
                          AND PG-DATA <= WS-ULTIMA-DATA
                          PERFORM 660-UM-PAGAMENTO-DO-LIVRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGTO-FILE
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE WS-SO-LIVRO TO WS-S-SALDO.
           MOVE SPACES TO WS-LINHA.
           STRING "   LIQUIDO SO NO LIVRO ......: " WS-S-SALDO
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * UM PAGAMENTO DO LIVRO: ENTRA NO SALDO PELA DIRECAO E PROCURA   *
      * UM LANCAMENTO CASADO AINDA NAO USADO COM O MESMO VALOR         *
      ******************************************************************
       660-UM-PAGAMENTO-DO-LIVRO       SECTION.
           IF PG-VALOR-LOCAL IS NUMERIC
              MOVE PG-VALOR-LOCAL TO WS-VALOR-LOCAL
           ELSE
              MOVE PG-VALOR TO WS-VALOR-LOCAL
           END-IF
           MOVE "P" TO WS-DIRECAO.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-COMPROM
              IF WS-CMP-CODIGO(AC-CI) = PG-CODIGO
                 MOVE WS-CMP-DIRECAO(AC-CI) TO WS-DIRECAO
              END-IF
           END-PERFORM.
           IF WS-DIRECAO = "R"
              ADD WS-VALOR-LOCAL TO WS-SALDO-LIVRO
           ELSE
              SUBTRACT WS-VALOR-LOCAL FROM WS-SALDO-LIVRO
           END-IF
           MOVE ZERO TO WS-ACHOU.
           PERFORM VARYING AC-MV FROM 1 BY 1
                   UNTIL AC-MV > WS-QTDE-MOVIMENTOS OR WS-ACHOU > ZERO
              MOVE WS-MOV-REG(AC-MV) TO BM-REGISTRO
              IF (BM-SITUACAO = "A" OR BM-SITUACAO = "M")
                 AND WS-MOV-USADO(AC-MV) = "N"
                 AND BM-CODIGO = PG-CODIGO
                 AND BM-VALOR = WS-VALOR-LOCAL
                 MOVE "S" TO WS-MOV-USADO(AC-MV)
                 MOVE AC-MV TO WS-ACHOU
              END-IF
           END-PERFORM.
           IF WS-ACHOU > ZERO
              EXIT SECTION
           END-IF
           IF WS-DIRECAO = "R"
              ADD WS-VALOR-LOCAL TO WS-SO-LIVRO
           ELSE
              SUBTRACT WS-VALOR-LOCAL FROM WS-SO-LIVRO
           END-IF
           MOVE PG-DATA TO WS-BX-DATA.
           PERFORM 810-FORMATA-DATA.
           MOVE WS-VALOR-LOCAL TO WS-S-VALOR.
           MOVE SPACES TO WS-LINHA.
           STRING PG-CODIGO "    " WS-S-DATA " " WS-DIRECAO " "
                  WS-S-VALOR " " PG-REFERENCIA
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * PARTE COMUM DA LINHA DE UM LANCAMENTO BANCARIO (BM-REGISTRO)   *
      ******************************************************************
       700-LINHA-MOVIMENTO             SECTION.
           MOVE BM-DATA-EXTRATO TO WS-BX-DATA.
           PERFORM 810-FORMATA-DATA.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-S-DATA TO WS-LINHA(1:10).
           MOVE BM-SEQUENCIA TO WS-S-SEQ.
           MOVE WS-S-SEQ TO WS-LINHA(11:5).
           MOVE BM-DATA TO WS-BX-DATA.
           PERFORM 810-FORMATA-DATA.
           MOVE WS-S-DATA TO WS-LINHA(17:10).
           MOVE BM-NATUREZA TO WS-LINHA(28:1).
           MOVE BM-VALOR TO WS-S-VALOR.
           MOVE WS-S-VALOR TO WS-LINHA(30:12).
           MOVE BM-DOCUMENTO TO WS-LINHA(43:12).
           EXIT.
      ******************************************************************
      * TITULOS DAS COLUNAS COMUNS DOS LANCAMENTOS BANCARIOS           *
      ******************************************************************
       710-CABECALHO-MOVIMENTO         SECTION.
           MOVE SPACES TO WS-LINHA.
           MOVE "EXTRATO"   TO WS-LINHA(1:7).
           MOVE "SEQ"       TO WS-LINHA(13:3).
           MOVE "DATA"      TO WS-LINHA(17:4).
           MOVE "N"         TO WS-LINHA(28:1).
           MOVE "VALOR"     TO WS-LINHA(37:5).
           MOVE "DOCUMENTO" TO WS-LINHA(43:9).
           EXIT.
      ******************************************************************
      * ENVIO DE UMA LINHA AO SERVICO DE PAGINACAO                     *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
      ******************************************************************
      * DATA AAAAMMDD (WS-BX-DATA) EM DD/MM/AAAA PARA O RELATORIO      *
      ******************************************************************
       810-FORMATA-DATA                SECTION.
           MOVE SPACES TO WS-S-DATA.
           STRING WS-BX-DATA(7:2) "/" WS-BX-DATA(5:2) "/"
                  WS-BX-DATA(1:4)
              DELIMITED BY SIZE INTO WS-S-DATA.
           EXIT.
       END PROGRAM CAP05AP14.
