       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP05AP13.
      *
      * Contabilizacao diaria em partidas dobradas: o dinheiro entra e
      * sai em quatro lugares do pacote - os pagamentos de compromisso
      * (COMPAGTO.DAT), as parcelas de contrato pagas (CONTRPAR.DAT),
      * as mensalidades baixadas pelo registro de compromissos e os
      * fechamentos por departamento do lote da calculadora
      * (LOTEOUT.DAT) - e nada disso chegava aos livros a nao ser
      * redigitado pelo contador a partir das listagens. Este passo
      * da cadeia noturna transforma cada fato ainda nao contabilizado
      * num lancamento com debito e credito pelas regras por tipo de
      * transacao (REGRACTB.DAT) sobre o plano de contas
      * (PLCONTAS.DAT), ambos mantidos na tela C0502PLC, e anexa os
      * lancamentos ao diario DIARIO.DAT com a data de negocio
      * (DATANEG):
      *    - pagamento de compromisso "P" (PGTP), recebimento de
      *      compromisso "R" (PGTR) e de mensalidade, codigo "M" do
      *      CAP04AP33 (MENS), pelo valor em moeda local;
      *    - parcela de contrato paga: um lancamento so, caixa a
      *      debito pelo valor pago e, a credito, o principal (PARC),
      *      os juros (JURO) e a diferenca - multa, mora ou desconto -
      *      (ENCA). O pagamento que o C0502CTR tambem acrescenta em
      *      COMPAGTO.DAT (codigo "K") fica fora da primeira origem
      *      para nao entrar duas vezes;
      *    - fechamento de departamento do lote (tipo "E", status
      *      "DEP "), pelo subtotal do departamento (DEPT). O passo
      *      roda depois do lote do dia; o fechamento e contabilizado
      *      uma vez por departamento e data de negocio.
      * A chave de origem de cada lancamento (DI-CHAVE) e conferida
      * contra o diario ja gravado, entao rodar de novo nao
      * contabiliza nada em dobro.
      *
      * Todos os lancamentos sao montados e conferidos em memoria
      * antes de qualquer gravacao: lancamento sem regra para o tipo,
      * com conta fora do plano ou inativa, ou com debito diferente
      * do credito, PARA a contabilizacao inteira - nada e gravado,
      * os lancamentos recusados sao listados com o motivo e o passo
      * termina com 8. O balancete de verificacao (debitos, creditos
      * e saldo por conta de todo o diario) sai em BALANCETE.LST via
      * IMPRIME, preservado pela RELGER.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLCONTAS-FILE ASSIGN TO "PLCONTAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PLC-STATUS.
           SELECT REGRACTB-FILE ASSIGN TO "REGRACTB.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RGR-STATUS.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CMP-STATUS.
           SELECT PAGTO-FILE ASSIGN TO "COMPAGTO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAG-STATUS.
           SELECT CONTRPAR-FILE ASSIGN TO "CONTRPAR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAR-STATUS.
           SELECT LOTE-SAIDA-FILE ASSIGN TO "LOTEOUT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUT-STATUS.
           SELECT DIARIO-FILE ASSIGN TO "DIARIO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLCONTAS-FILE.
       COPY "planocta.cpy".
       FD  REGRACTB-FILE.
       COPY "regractb.cpy".
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
       FD  LOTE-SAIDA-FILE.
       COPY "loteout.cpy".
       FD  DIARIO-FILE.
       COPY "diario.cpy".
       WORKING-STORAGE SECTION.
       78  LIMITE-CONTAS VALUE 300.
       01  WS-TAB-CONTAS.
           05  WS-CTA-ENTRADA OCCURS LIMITE-CONTAS TIMES.
               10  WS-CTA-CONTA     PIC X(8).
               10  WS-CTA-DESCRICAO PIC X(30).
               10  WS-CTA-ATIVA     PIC X.
               10  WS-CTA-DEBITOS   PIC 9(11)V99.
               10  WS-CTA-CREDITOS  PIC 9(11)V99.
       77  WS-QTDE-CONTAS      PIC 9(3) VALUE ZERO.
       78  LIMITE-REGRAS VALUE 50.
       01  WS-TAB-REGRAS.
           05  WS-RGR-ENTRADA OCCURS LIMITE-REGRAS TIMES.
               10  WS-RGR-TIPO      PIC X(4).
               10  WS-RGR-DEBITO    PIC X(8).
               10  WS-RGR-CREDITO   PIC X(8).
       77  WS-QTDE-REGRAS      PIC 9(2) VALUE ZERO.
       78  LIMITE-COMPROM VALUE 2000.
       01  WS-TAB-COMPROM.
           05  WS-CMP-ENTRADA OCCURS LIMITE-COMPROM TIMES.
               10  WS-CMP-CODIGO    PIC X(8).
               10  WS-CMP-DIRECAO   PIC X.
       77  WS-QTDE-COMPROM     PIC 9(4) VALUE ZERO.
       78  LIMITE-CHAVES VALUE 5000.
       01  WS-TAB-CHAVES.
           05  WS-CHV-CHAVE PIC X(20) OCCURS LIMITE-CHAVES TIMES.
       77  WS-QTDE-CHAVES      PIC 9(4) VALUE ZERO.
       78  LIMITE-LANCTOS VALUE 1000.
       01  WS-TAB-LANCTOS.
           05  WS-LC-ENTRADA OCCURS LIMITE-LANCTOS TIMES.
               10  WS-LC-CHAVE      PIC X(20).
               10  WS-LC-HISTORICO  PIC X(30).
               10  WS-LC-DEBITOS    PIC 9(9)V99.
               10  WS-LC-CREDITOS   PIC 9(9)V99.
               10  WS-LC-MOTIVO     PIC X(30).
       77  WS-QTDE-LANCTOS     PIC 9(4) VALUE ZERO.
       78  LIMITE-PERNAS VALUE 3000.
       01  WS-TAB-PERNAS.
           05  WS-PN-ENTRADA OCCURS LIMITE-PERNAS TIMES.
               10  WS-PN-LANCTO     PIC 9(4).
               10  WS-PN-TIPO       PIC X(4).
               10  WS-PN-CONTA      PIC X(8).
               10  WS-PN-NATUREZA   PIC X.
               10  WS-PN-VALOR      PIC 9(9)V99.
       77  WS-QTDE-PERNAS      PIC 9(4) VALUE ZERO.
       77  WS-TRANSBORDO       PIC X VALUE "N".
       77  AC-CT               PIC 9(3).
       77  AC-RG               PIC 9(2).
       77  AC-CI               PIC 9(4).
       77  AC-LC               PIC 9(4).
       77  AC-PN               PIC 9(4).
       77  WS-ACHOU            PIC 9(4).
       77  WS-PLC-STATUS       PIC XX.
       77  WS-RGR-STATUS       PIC XX.
       77  WS-CMP-STATUS       PIC XX.
       77  WS-PAG-STATUS       PIC XX.
       77  WS-PAR-STATUS       PIC XX.
       77  WS-OUT-STATUS       PIC XX.
       77  WS-DIA-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-DATA-NEG         PIC 9(8).
       77  WS-ULTIMO-LANCTO    PIC 9(7) VALUE ZERO.
       77  WS-MAIOR-SEQ-PG     PIC 9(7) VALUE ZERO.
       77  WS-SEQ-PG           PIC 9(7) VALUE ZERO.
       77  WS-CHAVE            PIC X(20).
       77  WS-HISTORICO        PIC X(30).
       77  WS-TIPO             PIC X(4).
       77  WS-DIRECAO          PIC X.
       77  WS-VALOR            PIC S9(9)V99.
       77  WS-PAGO             PIC S9(9)V99.
       77  WS-PRINCIPAL        PIC S9(9)V99.
       77  WS-JUROS            PIC S9(9)V99.
       77  WS-ENCARGOS         PIC S9(9)V99.
       77  WS-PERNA-TIPO       PIC X(4).
       77  WS-PERNA-LADO       PIC X.
       77  WS-PERNA-VALOR      PIC S9(9)V99.
       77  WS-PERNA-CONTA      PIC X(8).
       77  WS-MOTIVO           PIC X(30).
       77  WS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-RECUSADOS  PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-GRAVADOS   PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-DEBITOS    PIC 9(11)V99 VALUE ZERO.
       77  WS-TOTAL-CREDITOS   PIC 9(11)V99 VALUE ZERO.
       77  WS-SALDO            PIC S9(11)V99.
       77  WS-S-DEBITOS        PIC Z(10)9.99.
       77  WS-S-CREDITOS       PIC Z(10)9.99.
       77  WS-S-SALDO          PIC Z(10)9.99.
       77  WS-S-NATUREZA       PIC X.
       77  WS-S-LANCTO         PIC Z(6)9.
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
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP05A13".
       77  WS-RESULTADO        PIC X(20).
       77  WS-CONDICAO         PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Contabilizacao Diaria e Balancete".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           PERFORM 100-CARREGA-CADASTROS.
           PERFORM 150-LE-DIARIO-GRAVADO.
           PERFORM 200-COLETA-PAGAMENTOS.
           PERFORM 220-COLETA-PARCELAS.
           PERFORM 240-COLETA-DEPARTAMENTOS.
           PERFORM 400-CONFERE-LANCAMENTOS.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "BALANCETE.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "CONTABILIZACAO DIARIA E BALANCETE DE VERIFICACAO"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "DATA DE NEGOCIO " WS-DATA-NEG(7:2) "/"
                  WS-DATA-NEG(5:2) "/" WS-DATA-NEG(1:4)
                  "   LANCAMENTOS MONTADOS " WS-QTDE-LANCTOS
                  "   RECUSADOS " WS-TOTAL-RECUSADOS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           IF WS-TOTAL-RECUSADOS > ZERO OR WS-TRANSBORDO = "S"
              PERFORM 450-LISTA-RECUSADOS
           ELSE
              PERFORM 500-GRAVA-DIARIO
           END-IF.
           PERFORM 600-BALANCETE.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-GRAVADOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "BALANCETE.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Lancamentos montados : " WS-QTDE-LANCTOS.
           DISPLAY "Lancamentos gravados : " WS-TOTAL-GRAVADOS.
           DISPLAY "Lancamentos recusados: " WS-TOTAL-RECUSADOS.
           DISPLAY "Balancete gravado em BALANCETE.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-RECUSADOS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           IF WS-TOTAL-RECUSADOS > ZERO OR WS-TRANSBORDO = "S"
              MOVE "CONTABIL PARADA" TO WS-RESULTADO
              MOVE 8 TO WS-CONDICAO
           ELSE
              IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
                 MOVE "BALANCETE DIVERGE" TO WS-RESULTADO
                 MOVE 8 TO WS-CONDICAO
              ELSE
                 MOVE "CONTABILIZADO" TO WS-RESULTADO
                 MOVE 0 TO WS-CONDICAO
              END-IF
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           MOVE WS-CONDICAO TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * PLANO DE CONTAS, REGRAS DE LANCAMENTO E A DIRECAO DE CADA      *
      * COMPROMISSO DO REGISTRO                                        *
      ******************************************************************
       100-CARREGA-CADASTROS           SECTION.
           OPEN INPUT PLCONTAS-FILE.
           IF WS-PLC-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ PLCONTAS-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-CONTAS < LIMITE-CONTAS
                          ADD 1 TO WS-QTDE-CONTAS
                          MOVE PC-CONTA
                             TO WS-CTA-CONTA(WS-QTDE-CONTAS)
                          MOVE PC-DESCRICAO
                             TO WS-CTA-DESCRICAO(WS-QTDE-CONTAS)
                          MOVE PC-ATIVA
                             TO WS-CTA-ATIVA(WS-QTDE-CONTAS)
                          MOVE ZERO TO WS-CTA-DEBITOS(WS-QTDE-CONTAS)
                          MOVE ZERO TO WS-CTA-CREDITOS(WS-QTDE-CONTAS)
                       ELSE
                          MOVE "S" TO WS-TRANSBORDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLCONTAS-FILE
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT REGRACTB-FILE.
           IF WS-RGR-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ REGRACTB-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-REGRAS < LIMITE-REGRAS
                          ADD 1 TO WS-QTDE-REGRAS
                          MOVE RG-TIPO
                             TO WS-RGR-TIPO(WS-QTDE-REGRAS)
                          MOVE RG-DEBITO
                             TO WS-RGR-DEBITO(WS-QTDE-REGRAS)
                          MOVE RG-CREDITO
                             TO WS-RGR-CREDITO(WS-QTDE-REGRAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGRACTB-FILE
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT COMPROM-FILE.
           IF WS-CMP-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ COMPROM-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF WS-QTDE-COMPROM < LIMITE-COMPROM
                          ADD 1 TO WS-QTDE-COMPROM
                          MOVE CM-CODIGO
                             TO WS-CMP-CODIGO(WS-QTDE-COMPROM)
                          MOVE CM-DIRECAO
                             TO WS-CMP-DIRECAO(WS-QTDE-COMPROM)
                       ELSE
                          MOVE "S" TO WS-TRANSBORDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPROM-FILE
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * DIARIO JA GRAVADO: ULTIMO NUMERO DE LANCAMENTO, MAIOR REGISTRO *
      * DE COMPAGTO.DAT JA CONTABILIZADO E AS DEMAIS CHAVES DE ORIGEM  *
      ******************************************************************
       150-LE-DIARIO-GRAVADO           SECTION.
           OPEN INPUT DIARIO-FILE.
           IF WS-DIA-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ DIARIO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF DI-LANCAMENTO > WS-ULTIMO-LANCTO
                       MOVE DI-LANCAMENTO TO WS-ULTIMO-LANCTO
                    END-IF
                    IF DI-CHAVE(1:2) = "PG"
                       IF DI-CHAVE(3:7) > WS-MAIOR-SEQ-PG
                          MOVE DI-CHAVE(3:7) TO WS-MAIOR-SEQ-PG
                       END-IF
                    ELSE
                       MOVE DI-CHAVE TO WS-CHAVE
                       PERFORM 160-PROCURA-CHAVE
                       IF WS-ACHOU = ZERO
                          IF WS-QTDE-CHAVES < LIMITE-CHAVES
                             ADD 1 TO WS-QTDE-CHAVES
                             MOVE DI-CHAVE
                                TO WS-CHV-CHAVE(WS-QTDE-CHAVES)
                          ELSE
                             MOVE "S" TO WS-TRANSBORDO
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DIARIO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * PROCURA UMA CHAVE DE ORIGEM (WS-CHAVE) ENTRE AS JA GRAVADAS    *
      ******************************************************************
       160-PROCURA-CHAVE               SECTION.
           MOVE ZERO TO WS-ACHOU.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-CHAVES OR WS-ACHOU > ZERO
              IF WS-CHV-CHAVE(AC-CI) = WS-CHAVE
                 MOVE AC-CI TO WS-ACHOU
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * PAGAMENTOS DE COMPROMISSO AINDA NAO CONTABILIZADOS (REGISTROS  *
      * ALEM DO MAIOR JA LANCADO); OS DE CONTRATO VEM DE CONTRPAR.DAT  *
      ******************************************************************
       200-COLETA-PAGAMENTOS           SECTION.
           OPEN INPUT PAGTO-FILE.
           IF WS-PAG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ PAGTO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-SEQ-PG
                    IF WS-SEQ-PG > WS-MAIOR-SEQ-PG
                       AND PG-CODIGO(1:1) NOT = "K"
                       PERFORM 210-LANCA-PAGAMENTO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAGTO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM PAGAMENTO: TIPO PELA DIRECAO DO COMPROMISSO (OU MENSALIDADE)*
      * E VALOR EM MOEDA LOCAL                                         *
      ******************************************************************
       210-LANCA-PAGAMENTO             SECTION.
           IF PG-VALOR-LOCAL IS NUMERIC
              MOVE PG-VALOR-LOCAL TO WS-VALOR
           ELSE
              MOVE PG-VALOR TO WS-VALOR
           END-IF
           IF WS-VALOR = ZERO
              EXIT SECTION
           END-IF
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE SPACES TO WS-DIRECAO.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-COMPROM
              IF WS-CMP-CODIGO(AC-CI) = PG-CODIGO
                 MOVE WS-CMP-DIRECAO(AC-CI) TO WS-DIRECAO
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CHAVE.
           STRING "PG" WS-SEQ-PG DELIMITED BY SIZE INTO WS-CHAVE.
           MOVE SPACES TO WS-HISTORICO.
           STRING "PAGTO " PG-CODIGO " " PG-REFERENCIA
              DELIMITED BY SIZE INTO WS-HISTORICO.
           PERFORM 300-ABRE-LANCAMENTO.
           EVALUATE TRUE
              WHEN WS-DIRECAO = SPACES
                 MOVE "COMPROMISSO NAO CADASTRADO"
                    TO WS-LC-MOTIVO(WS-QTDE-LANCTOS)
              WHEN PG-CODIGO(1:1) = "M"
                 MOVE "MENS" TO WS-TIPO
              WHEN WS-DIRECAO = "R"
                 MOVE "PGTR" TO WS-TIPO
              WHEN OTHER
                 MOVE "PGTP" TO WS-TIPO
           END-EVALUATE.
           IF WS-DIRECAO NOT = SPACES
              PERFORM 330-LANCA-PAR
           END-IF.
           EXIT.
      ******************************************************************
      * PARCELAS DE CONTRATO PAGAS AINDA NAO CONTABILIZADAS            *
      ******************************************************************
       220-COLETA-PARCELAS             SECTION.
           OPEN INPUT CONTRPAR-FILE.
           IF WS-PAR-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ CONTRPAR-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CP-STATUS = "P" AND CP-PAGO IS NUMERIC
                       AND CP-PAGO > ZERO
                       MOVE SPACES TO WS-CHAVE
                       STRING "CT" CP-CONTRATO "-" CP-PARCELA
                          DELIMITED BY SIZE INTO WS-CHAVE
                       PERFORM 160-PROCURA-CHAVE
                       IF WS-ACHOU = ZERO
                          PERFORM 230-LANCA-PARCELA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTRPAR-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UMA PARCELA PAGA: CAIXA A DEBITO PELO PAGO; PRINCIPAL, JUROS E *
      * A DIFERENCA (ENCARGOS OU DESCONTO) A CREDITO                   *
      ******************************************************************
       230-LANCA-PARCELA               SECTION.
           ADD 1 TO WS-TOTAL-LIDOS.
           COMPUTE WS-PAGO      ROUNDED = CP-PAGO.
           COMPUTE WS-PRINCIPAL ROUNDED = CP-AMORTIZACAO.
           COMPUTE WS-JUROS     ROUNDED = CP-JUROS.
           COMPUTE WS-ENCARGOS = WS-PAGO - WS-PRINCIPAL - WS-JUROS.
           MOVE SPACES TO WS-HISTORICO.
           STRING "CONTRATO " CP-CONTRATO " PARCELA " CP-PARCELA
              DELIMITED BY SIZE INTO WS-HISTORICO.
           PERFORM 300-ABRE-LANCAMENTO.
           MOVE "PARC" TO WS-PERNA-TIPO.
           MOVE "D" TO WS-PERNA-LADO.
           MOVE WS-PAGO TO WS-PERNA-VALOR.
           PERFORM 310-ACRESCENTA-PERNA.
           MOVE "C" TO WS-PERNA-LADO.
           MOVE WS-PRINCIPAL TO WS-PERNA-VALOR.
           PERFORM 310-ACRESCENTA-PERNA.
           IF WS-JUROS NOT = ZERO
              MOVE "JURO" TO WS-PERNA-TIPO
              MOVE WS-JUROS TO WS-PERNA-VALOR
              PERFORM 310-ACRESCENTA-PERNA
           END-IF
           IF WS-ENCARGOS NOT = ZERO
              MOVE "ENCA" TO WS-PERNA-TIPO
              MOVE WS-ENCARGOS TO WS-PERNA-VALOR
              PERFORM 310-ACRESCENTA-PERNA
           END-IF.
           EXIT.
      ******************************************************************
      * FECHAMENTOS DE DEPARTAMENTO DO LOTE (TIPO "E") AINDA NAO       *
      * CONTABILIZADOS NA DATA DE NEGOCIO                              *
      ******************************************************************
       240-COLETA-DEPARTAMENTOS        SECTION.
           OPEN INPUT LOTE-SAIDA-FILE.
           IF WS-OUT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ LOTE-SAIDA-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF LT-R-TIPO = "E" AND LT-R-STATUS = "DEP "
                       AND LT-R-DEPTO NOT = SPACES
                       AND LT-R-RESULTADO IS NUMERIC
                       MOVE SPACES TO WS-CHAVE
                       STRING "DP" LT-R-DEPTO WS-DATA-NEG
                          DELIMITED BY SIZE INTO WS-CHAVE
                       PERFORM 160-PROCURA-CHAVE
                       IF WS-ACHOU = ZERO
                          PERFORM 250-LANCA-DEPARTAMENTO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOTE-SAIDA-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM FECHAMENTO DE DEPARTAMENTO PELO SUBTOTAL DA EXECUCAO        *
      ******************************************************************
       250-LANCA-DEPARTAMENTO          SECTION.
           COMPUTE WS-VALOR ROUNDED = LT-R-RESULTADO.
           IF WS-VALOR = ZERO
              EXIT SECTION
           END-IF
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE SPACES TO WS-HISTORICO.
           STRING "FECHAMENTO LOTE DEPTO " LT-R-DEPTO
              DELIMITED BY SIZE INTO WS-HISTORICO.
           PERFORM 300-ABRE-LANCAMENTO.
           MOVE "DEPT" TO WS-TIPO.
           PERFORM 330-LANCA-PAR.
           EXIT.
      ******************************************************************
      * ABRE UM LANCAMENTO NOVO NA TABELA (CHAVE E HISTORICO)          *
      ******************************************************************
       300-ABRE-LANCAMENTO             SECTION.
           IF WS-QTDE-LANCTOS >= LIMITE-LANCTOS
              MOVE "S" TO WS-TRANSBORDO
              EXIT SECTION
           END-IF
           ADD 1 TO WS-QTDE-LANCTOS.
           MOVE WS-CHAVE     TO WS-LC-CHAVE(WS-QTDE-LANCTOS).
           MOVE WS-HISTORICO TO WS-LC-HISTORICO(WS-QTDE-LANCTOS).
           MOVE ZERO         TO WS-LC-DEBITOS(WS-QTDE-LANCTOS).
           MOVE ZERO         TO WS-LC-CREDITOS(WS-QTDE-LANCTOS).
           MOVE SPACES       TO WS-LC-MOTIVO(WS-QTDE-LANCTOS).
           EXIT.
      ******************************************************************
      * UMA PERNA DO LANCAMENTO CORRENTE: CONTA DO LADO PEDIDO DA      *
      * REGRA DO TIPO; VALOR NEGATIVO INVERTE A NATUREZA. REGRA OU     *
      * CONTA INVALIDA FICA COMO MOTIVO DE RECUSA DO LANCAMENTO        *
      ******************************************************************
       310-ACRESCENTA-PERNA            SECTION.
           IF WS-TRANSBORDO = "S"
              EXIT SECTION
           END-IF
           IF WS-QTDE-PERNAS >= LIMITE-PERNAS
              MOVE "S" TO WS-TRANSBORDO
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-PERNA-CONTA.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZERO TO WS-ACHOU.
           PERFORM VARYING AC-RG FROM 1 BY 1
                   UNTIL AC-RG > WS-QTDE-REGRAS
              IF WS-RGR-TIPO(AC-RG) = WS-PERNA-TIPO
                 MOVE AC-RG TO WS-ACHOU
              END-IF
           END-PERFORM.
           IF WS-ACHOU = ZERO
              STRING "SEM REGRA PARA O TIPO " WS-PERNA-TIPO
                 DELIMITED BY SIZE INTO WS-MOTIVO
           ELSE
              IF WS-PERNA-LADO = "D"
                 MOVE WS-RGR-DEBITO(WS-ACHOU) TO WS-PERNA-CONTA
              ELSE
                 MOVE WS-RGR-CREDITO(WS-ACHOU) TO WS-PERNA-CONTA
              END-IF
              PERFORM 320-CONFERE-CONTA
           END-IF
           IF WS-MOTIVO NOT = SPACES
              AND WS-LC-MOTIVO(WS-QTDE-LANCTOS) = SPACES
              MOVE WS-MOTIVO TO WS-LC-MOTIVO(WS-QTDE-LANCTOS)
           END-IF
           ADD 1 TO WS-QTDE-PERNAS.
           MOVE WS-QTDE-LANCTOS TO WS-PN-LANCTO(WS-QTDE-PERNAS).
           MOVE WS-PERNA-TIPO   TO WS-PN-TIPO(WS-QTDE-PERNAS).
           MOVE WS-PERNA-CONTA  TO WS-PN-CONTA(WS-QTDE-PERNAS).
           IF WS-PERNA-VALOR < ZERO
              COMPUTE WS-PN-VALOR(WS-QTDE-PERNAS) =
                 ZERO - WS-PERNA-VALOR
              IF WS-PERNA-LADO = "D"
                 MOVE "C" TO WS-PN-NATUREZA(WS-QTDE-PERNAS)
              ELSE
                 MOVE "D" TO WS-PN-NATUREZA(WS-QTDE-PERNAS)
              END-IF
           ELSE
              MOVE WS-PERNA-VALOR TO WS-PN-VALOR(WS-QTDE-PERNAS)
              MOVE WS-PERNA-LADO  TO WS-PN-NATUREZA(WS-QTDE-PERNAS)
           END-IF.
           EXIT.
      ******************************************************************
      * CONTA DA PERNA: PRECISA EXISTIR NO PLANO E ESTAR ATIVA         *
      ******************************************************************
       320-CONFERE-CONTA               SECTION.
           MOVE ZERO TO WS-ACHOU.
           PERFORM VARYING AC-CT FROM 1 BY 1
                   UNTIL AC-CT > WS-QTDE-CONTAS
              IF WS-CTA-CONTA(AC-CT) = WS-PERNA-CONTA
                 MOVE AC-CT TO WS-ACHOU
              END-IF
           END-PERFORM.
           IF WS-ACHOU = ZERO
              STRING "CONTA " WS-PERNA-CONTA " FORA DO PLANO"
                 DELIMITED BY SIZE INTO WS-MOTIVO
           ELSE
              IF WS-CTA-ATIVA(WS-ACHOU) NOT = "S"
                 STRING "CONTA " WS-PERNA-CONTA " INATIVA"
                    DELIMITED BY SIZE INTO WS-MOTIVO
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * LANCAMENTO SIMPLES PELA REGRA DO TIPO (WS-TIPO): DEBITO E      *
      * CREDITO PELO MESMO VALOR (WS-VALOR, NEGATIVO INVERTE)          *
      ******************************************************************
       330-LANCA-PAR                   SECTION.
           MOVE WS-TIPO TO WS-PERNA-TIPO.
           MOVE WS-VALOR TO WS-PERNA-VALOR.
           MOVE "D" TO WS-PERNA-LADO.
           PERFORM 310-ACRESCENTA-PERNA.
           MOVE "C" TO WS-PERNA-LADO.
           PERFORM 310-ACRESCENTA-PERNA.
           EXIT.
      ******************************************************************
      * CONFERENCIA DAS PARTIDAS DOBRADAS: DEBITOS = CREDITOS EM CADA  *
      * LANCAMENTO; O QUE NAO FECHA (OU TEM MOTIVO) E RECUSADO         *
      ******************************************************************
       400-CONFERE-LANCAMENTOS         SECTION.
           PERFORM VARYING AC-PN FROM 1 BY 1
                   UNTIL AC-PN > WS-QTDE-PERNAS
              MOVE WS-PN-LANCTO(AC-PN) TO AC-LC
              IF WS-PN-NATUREZA(AC-PN) = "D"
                 ADD WS-PN-VALOR(AC-PN) TO WS-LC-DEBITOS(AC-LC)
              ELSE
                 ADD WS-PN-VALOR(AC-PN) TO WS-LC-CREDITOS(AC-LC)
              END-IF
           END-PERFORM.
           PERFORM VARYING AC-LC FROM 1 BY 1
                   UNTIL AC-LC > WS-QTDE-LANCTOS
              IF WS-LC-MOTIVO(AC-LC) = SPACES
                 AND WS-LC-DEBITOS(AC-LC) NOT = WS-LC-CREDITOS(AC-LC)
                 MOVE "DEBITO DIFERENTE DO CREDITO"
                    TO WS-LC-MOTIVO(AC-LC)
              END-IF
              IF WS-LC-MOTIVO(AC-LC) NOT = SPACES
                 ADD 1 TO WS-TOTAL-RECUSADOS
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * CONTABILIZACAO PARADA: LISTA OS LANCAMENTOS RECUSADOS COM O    *
      * MOTIVO; NADA E GRAVADO NO DIARIO                               *
      ******************************************************************
       450-LISTA-RECUSADOS             SECTION.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "*** CONTABILIZACAO PARADA - NADA FOI GRAVADO NO DIARIO"
              TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           IF WS-TRANSBORDO = "S"
              MOVE "MOVIMENTO ALEM DA CAPACIDADE DAS TABELAS"
                 TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA.
           STRING "ORIGEM               HISTORICO                     "
                  "        DEBITOS        CREDITOS MOTIVO"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-LC FROM 1 BY 1
                   UNTIL AC-LC > WS-QTDE-LANCTOS
              IF WS-LC-MOTIVO(AC-LC) NOT = SPACES
                 MOVE WS-LC-DEBITOS(AC-LC)  TO WS-S-DEBITOS
                 MOVE WS-LC-CREDITOS(AC-LC) TO WS-S-CREDITOS
                 MOVE SPACES TO WS-LINHA
                 STRING WS-LC-CHAVE(AC-LC) " "
                        WS-LC-HISTORICO(AC-LC) " " WS-S-DEBITOS " "
                        WS-S-CREDITOS " " WS-LC-MOTIVO(AC-LC)
                    DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 800-IMPRIME-LINHA
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * GRAVACAO DAS PERNAS NO DIARIO, NUMERADAS A PARTIR DO ULTIMO    *
      * LANCAMENTO JA GRAVADO E DATADAS COM A DATA DE NEGOCIO          *
      ******************************************************************
       500-GRAVA-DIARIO                SECTION.
           IF WS-QTDE-PERNAS = ZERO
              EXIT SECTION
           END-IF
           OPEN EXTEND DIARIO-FILE.
           IF WS-DIA-STATUS = "35"
              OPEN OUTPUT DIARIO-FILE
           END-IF
           PERFORM VARYING AC-PN FROM 1 BY 1
                   UNTIL AC-PN > WS-QTDE-PERNAS
              MOVE WS-PN-LANCTO(AC-PN) TO AC-LC
              COMPUTE DI-LANCAMENTO = WS-ULTIMO-LANCTO + AC-LC
              MOVE WS-DATA-NEG           TO DI-DATA
              MOVE WS-PN-TIPO(AC-PN)     TO DI-TIPO
              MOVE WS-PN-CONTA(AC-PN)    TO DI-CONTA
              MOVE WS-PN-NATUREZA(AC-PN) TO DI-NATUREZA
              MOVE WS-PN-VALOR(AC-PN)    TO DI-VALOR
              MOVE WS-LC-CHAVE(AC-LC)    TO DI-CHAVE
              MOVE WS-LC-HISTORICO(AC-LC) TO DI-HISTORICO
              WRITE DI-REGISTRO
           END-PERFORM.
           CLOSE DIARIO-FILE.
           MOVE WS-QTDE-LANCTOS TO WS-TOTAL-GRAVADOS.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-QTDE-LANCTOS TO WS-S-LANCTO.
           STRING "LANCAMENTOS GRAVADOS NO DIARIO: " WS-S-LANCTO
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * BALANCETE DE VERIFICACAO: DEBITOS, CREDITOS E SALDO POR CONTA  *
      * DE TODO O DIARIO, COM OS TOTAIS QUE PRECISAM BATER             *
      ******************************************************************
       600-BALANCETE                   SECTION.
           OPEN INPUT DIARIO-FILE.
           IF WS-DIA-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ DIARIO-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       PERFORM 610-ACUMULA-PERNA
                 END-READ
              END-PERFORM
              CLOSE DIARIO-FILE
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "BALANCETE DE VERIFICACAO" TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CONTA    DESCRICAO                     "
                  "        DEBITOS        CREDITOS           SALDO"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-CT FROM 1 BY 1
                   UNTIL AC-CT > WS-QTDE-CONTAS
              IF WS-CTA-DEBITOS(AC-CT) NOT = ZERO
                 OR WS-CTA-CREDITOS(AC-CT) NOT = ZERO
                 PERFORM 620-IMPRIME-CONTA
              END-IF
           END-PERFORM.
           MOVE WS-TOTAL-DEBITOS  TO WS-S-DEBITOS.
           MOVE WS-TOTAL-CREDITOS TO WS-S-CREDITOS.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL                                  "
                  WS-S-DEBITOS " " WS-S-CREDITOS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
              MOVE "*** TOTAIS DE DEBITO E CREDITO DO DIARIO DIVERGEM"
                 TO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF.
           EXIT.
      ******************************************************************
      * UMA PERNA DO DIARIO NA CONTA DELA (CONTA FORA DO PLANO ENTRA   *
      * NA TABELA PARA O BALANCETE NAO ESCONDER O VALOR)               *
      ******************************************************************
       610-ACUMULA-PERNA               SECTION.
           MOVE ZERO TO WS-ACHOU.
           PERFORM VARYING AC-CT FROM 1 BY 1
                   UNTIL AC-CT > WS-QTDE-CONTAS OR WS-ACHOU > ZERO
              IF WS-CTA-CONTA(AC-CT) = DI-CONTA
                 MOVE AC-CT TO WS-ACHOU
              END-IF
           END-PERFORM.
           IF WS-ACHOU = ZERO AND WS-QTDE-CONTAS < LIMITE-CONTAS
              ADD 1 TO WS-QTDE-CONTAS
              MOVE WS-QTDE-CONTAS TO WS-ACHOU
              MOVE DI-CONTA TO WS-CTA-CONTA(WS-ACHOU)
              MOVE "CONTA FORA DO PLANO" TO WS-CTA-DESCRICAO(WS-ACHOU)
              MOVE "N" TO WS-CTA-ATIVA(WS-ACHOU)
              MOVE ZERO TO WS-CTA-DEBITOS(WS-ACHOU)
              MOVE ZERO TO WS-CTA-CREDITOS(WS-ACHOU)
           END-IF.
           IF DI-NATUREZA = "D"
              ADD DI-VALOR TO WS-TOTAL-DEBITOS
              IF WS-ACHOU > ZERO
                 ADD DI-VALOR TO WS-CTA-DEBITOS(WS-ACHOU)
              END-IF
           ELSE
              ADD DI-VALOR TO WS-TOTAL-CREDITOS
              IF WS-ACHOU > ZERO
                 ADD DI-VALOR TO WS-CTA-CREDITOS(WS-ACHOU)
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * UMA LINHA DO BALANCETE: SALDO DEVEDOR (D) OU CREDOR (C)        *
      ******************************************************************
       620-IMPRIME-CONTA               SECTION.
           COMPUTE WS-SALDO = WS-CTA-DEBITOS(AC-CT)
              - WS-CTA-CREDITOS(AC-CT).
           IF WS-SALDO < ZERO
              MOVE "C" TO WS-S-NATUREZA
              COMPUTE WS-SALDO = ZERO - WS-SALDO
           ELSE
              MOVE "D" TO WS-S-NATUREZA
           END-IF
           MOVE WS-CTA-DEBITOS(AC-CT)  TO WS-S-DEBITOS.
           MOVE WS-CTA-CREDITOS(AC-CT) TO WS-S-CREDITOS.
           MOVE WS-SALDO               TO WS-S-SALDO.
           MOVE SPACES TO WS-LINHA.
           STRING WS-CTA-CONTA(AC-CT) " " WS-CTA-DESCRICAO(AC-CT) " "
                  WS-S-DEBITOS " " WS-S-CREDITOS " " WS-S-SALDO " "
                  WS-S-NATUREZA
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
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
       END PROGRAM CAP05AP13.
