      * compromisso lista o que foi pago e quando, para contestacoes.
      * O envelhecimento diario dos itens em aberto (sobre o SALDO)
      * sai pelo CAP06AP10.
      *
      * Fornecedor estrangeiro: o compromisso pode ser registrado numa
      * moeda de CAMBIO.DAT (USD, EUR...; em branco = moeda local).
      * O valor fica na moeda do compromisso, e a inclusao guarda a
      * taxa vigente na data de negocio (TAXACAMB) e a propria data,
      * base do valor local original da reavaliacao mensal
      * (CAP06AP17); moeda sem taxa vigente e recusada. O pagamento e
      * digitado na moeda do compromisso e grava em COMPAGTO.DAT a
      * moeda e o equivalente local pela taxa da data do pagamento.
      * Registros antigos, sem moeda, valem como moeda local.
      *
      * Compromisso "R" esta num lote de remessa de pagamento enviado
      * ao banco (C0502REM): a baixa digitada e recusada ate o
      * retorno (CAP05AP15), para a mesma conta nao ser paga duas
      * vezes.
      *
      * Aluguel, contratos e assinaturas nao sao mais digitados todo
      * mes: a opcao [M] abre os modelos recorrentes (CAP06AP18), e
      * o passo mensal CAP06AP19 gera os compromissos da competencia
      * com codigo modelo + AAMM.
      *
      * O pagamento datado num periodo fiscal ja FECHADO (tabela
      * PERFISC.DAT, CAP02AP26) e recusado: a financeira ja reportou
      * aquele periodo. A recusa vai para AUDITLOG.DAT pelo PERFISC.
      *
      * O compromisso incluido nesta tela leva a unidade (sitio) da
      * sessao, resolvida pelo UNIDSVC (a sede quando o operador nao
      * tem unidade); os registros antigos, sem unidade, contam como
      * da sede nos relatorios por unidade.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  CP-RESPONSAVEL  PIC X(12).
           05  CP-SITUACAO     PIC X.
           05  CP-DIRECAO      PIC X.
           05  CP-MOEDA        PIC X(3).
           05  CP-TAXA-ORIG    PIC 9(2)V9(6).
           05  CP-DATA-ORIG    PIC 9(8).
           05  CP-UNIDADE      PIC X(3).
       FD  PAGTO-FILE.
       COPY "compagto.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-ITENS VALUE 1000.
       01  WS-TABELA-ITENS.
           05  WS-ITEM-REG PIC X(93) OCCURS LIMITE-ITENS TIMES.
       77  WS-QTDE-ITENS       PIC 9(3) VALUE ZERO.
       77  AC-CI               PIC 9(3).
       77  WS-CMP-STATUS       PIC XX.
       77  WS-S-PAGO           PIC Z(6)9.99.
       77  WS-QTDE-PAGTOS      PIC 9(3).
       77  WS-S-VALOR          PIC Z(6)9.99.
       77  WS-MOEDA            PIC X(3).
       77  WS-DATA-NEG         PIC 9(8).
       77  WS-DATA-PAGTO       PIC 9(8).
       77  WS-PER-CODIGO       PIC 9(6).
       77  WS-PER-INICIO       PIC 9(8).
       77  WS-PER-FIM          PIC 9(8).
       77  WS-PER-SITUACAO     PIC X.
       77  WS-PER-STATUS       PIC X.
       77  WS-TAXA             PIC 9(2)V9(6).
       77  WS-VIGENCIA-TAXA    PIC X(10).
       77  WS-ACHOU-TAXA       PIC X.
       77  WS-S-TAXA           PIC Z9.999999.
       77  WS-S-LOCAL          PIC Z(8)9.99.
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP06AP9".
       77  WS-UNI-CHAVE        PIC X(12).
       77  WS-UNIDADE          PIC X(3).
       77  WS-UNI-ALCANCE      PIC X.
       77  WS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
              DISPLAY "[I] - Incluir compromisso"
              DISPLAY "[Q] - Registrar pagamento (baixa)"
              DISPLAY "[H] - Historico de pagamentos"
              DISPLAY "[M] - Modelos recorrentes"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
                    PERFORM 400-REGISTRA-PAGAMENTO
                 WHEN "H"
                    PERFORM 500-HISTORICO-PAGAMENTOS
                 WHEN "M"
                    CALL "CAP06AP18"
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
              MOVE WS-ITEM-REG(AC-CI) TO CP-REGISTRO
              MOVE CP-VALOR TO WS-S-VALOR
              DISPLAY CP-CODIGO " " CP-VENCIMENTO " " WS-S-VALOR
                 " " CP-MOEDA " " CP-SITUACAO " " CP-DIRECAO " "
                 CP-DESCRICAO
           END-PERFORM.
           EXIT.
      ******************************************************************
           MOVE WS-SAIDA-DATA TO CP-VENCIMENTO.
           DISPLAY "Descricao ............: " WITH NO ADVANCING.
           ACCEPT CP-DESCRICAO.
           DISPLAY "Moeda (branco = local): " WITH NO ADVANCING.
           MOVE SPACES TO WS-MOEDA.
           ACCEPT WS-MOEDA.
           MOVE FUNCTION UPPER-CASE(WS-MOEDA) TO WS-MOEDA.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           CALL "TAXACAMB" USING WS-MOEDA, WS-DATA-NEG, WS-TAXA,
              WS-VIGENCIA-TAXA, WS-ACHOU-TAXA.
           IF WS-ACHOU-TAXA NOT = "S"
              DISPLAY "Moeda " WS-MOEDA " sem taxa vigente; "
                      "cadastre a taxa em C0502CMB."
              EXIT SECTION
           END-IF
           MOVE WS-MOEDA    TO CP-MOEDA.
           MOVE WS-TAXA     TO CP-TAXA-ORIG.
           MOVE WS-DATA-NEG TO CP-DATA-ORIG.
           IF WS-MOEDA NOT = SPACES
              MOVE WS-TAXA TO WS-S-TAXA
              DISPLAY "Taxa de " WS-MOEDA " vigente de "
                 WS-VIGENCIA-TAXA ": " WS-S-TAXA
           END-IF
           DISPLAY "Valor ................: " WITH NO ADVANCING.
           ACCEPT CP-VALOR.
           DISPLAY "Responsavel ..........: " WITH NO ADVANCING.
              MOVE "P" TO CP-DIRECAO
           END-IF.
           MOVE "A" TO CP-SITUACAO.
           MOVE SPACES TO WS-UNI-CHAVE.
           CALL "UNIDSVC" USING BY CONTENT "S",
              BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE, WS-UNI-ALCANCE.
           MOVE WS-UNIDADE TO CP-UNIDADE.
           ADD 1 TO WS-QTDE-ITENS.
           MOVE CP-REGISTRO TO WS-ITEM-REG(WS-QTDE-ITENS).
           MOVE "S" TO WS-MUDOU.
              IF CP-CODIGO = WS-CODIGO AND CP-SITUACAO = "A"
                 MOVE "S" TO WS-ACHOU
                 MOVE CP-VALOR TO WS-VALOR-ORIGINAL
                 MOVE CP-MOEDA TO WS-MOEDA
              END-IF
           END-PERFORM.
           IF WS-ACHOU NOT = "S"
              PERFORM VARYING AC-CI FROM 1 BY 1
                      UNTIL AC-CI > WS-QTDE-ITENS
                 MOVE WS-ITEM-REG(AC-CI) TO CP-REGISTRO
                 IF CP-CODIGO = WS-CODIGO AND CP-SITUACAO = "R"
                    MOVE "R" TO WS-ACHOU
                 END-IF
              END-PERFORM
              IF WS-ACHOU = "R"
                 DISPLAY "Compromisso em remessa de pagamento ao "
                         "banco; aguarde o retorno do lote."
              ELSE
                 DISPLAY "Codigo nao encontrado em aberto."
              END-IF
              EXIT SECTION
           END-IF
           IF WS-MOEDA NOT = SPACES
              DISPLAY "Compromisso em " WS-MOEDA
                 "; pagamento na mesma moeda."
           END-IF
           DISPLAY "Valor pago ............: " WITH NO ADVANCING.
           ACCEPT WS-VALOR-PAGO.
           IF WS-VALOR-PAGO = ZERO
              DISPLAY "Data invalida: " FUNCTION TRIM(WS-MOTIVO)
              EXIT SECTION
           END-IF
           MOVE WS-SAIDA-DATA(7:4) TO WS-DATA-PAGTO(1:4).
           MOVE WS-SAIDA-DATA(4:2) TO WS-DATA-PAGTO(5:2).
           MOVE WS-SAIDA-DATA(1:2) TO WS-DATA-PAGTO(7:2).
           CALL "PERFISC" USING BY CONTENT "V",
              BY REFERENCE WS-DATA-PAGTO, BY REFERENCE WS-PER-CODIGO,
              BY REFERENCE WS-PER-INICIO, BY REFERENCE WS-PER-FIM,
              BY REFERENCE WS-PER-SITUACAO, BY REFERENCE WS-PER-STATUS,
              BY REFERENCE WS-PROGRAMA.
           IF WS-PER-STATUS = "F"
              DISPLAY "Data no periodo fiscal " WS-PER-CODIGO
                      ", ja fechado; pagamento recusado."
              EXIT SECTION
           END-IF
           CALL "TAXACAMB" USING WS-MOEDA, WS-DATA-PAGTO, WS-TAXA,
              WS-VIGENCIA-TAXA, WS-ACHOU-TAXA.
           IF WS-ACHOU-TAXA NOT = "S"
              DISPLAY "Moeda " WS-MOEDA " sem taxa vigente na data "
                      "do pagamento; cadastre a taxa em C0502CMB."
              EXIT SECTION
           END-IF
           DISPLAY "Referencia ............: " WITH NO ADVANCING.
           ACCEPT WS-REFERENCIA.
           MOVE WS-CODIGO TO PG-CODIGO.
           MOVE WS-SAIDA-DATA(1:2) TO PG-DATA(7:2).
           MOVE WS-VALOR-PAGO TO PG-VALOR.
           MOVE WS-REFERENCIA TO PG-REFERENCIA.
           MOVE WS-MOEDA TO PG-MOEDA.
           COMPUTE PG-VALOR-LOCAL ROUNDED = WS-VALOR-PAGO * WS-TAXA.
           OPEN EXTEND PAGTO-FILE.
           IF WS-PAG-STATUS = "35"
              OPEN OUTPUT PAGTO-FILE
           END-IF
           WRITE PG-REGISTRO.
           CLOSE PAGTO-FILE.
           IF WS-MOEDA NOT = SPACES
              MOVE PG-VALOR-LOCAL TO WS-S-LOCAL
              DISPLAY "Equivalente em moeda local: " WS-S-LOCAL
           END-IF
           PERFORM 450-SOMA-PAGAMENTOS.
           COMPUTE WS-SALDO = WS-VALOR-ORIGINAL - WS-SOMA-PAGA.
           MOVE WS-SALDO TO WS-S-SALDO.
           END-IF
           MOVE ZERO TO WS-QTDE-PAGTOS.
           MOVE ZERO TO WS-SOMA-PAGA.
           DISPLAY "DATA      VALOR       REFERENCIA   MOEDA"
              "   VALOR LOCAL".
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ PAGTO-FILE
                       ADD 1 TO WS-QTDE-PAGTOS
                       ADD PG-VALOR TO WS-SOMA-PAGA
                       MOVE PG-VALOR TO WS-S-PAGO
                       IF PG-VALOR-LOCAL IS NUMERIC
                          MOVE PG-VALOR-LOCAL TO WS-S-LOCAL
                       ELSE
                          MOVE PG-VALOR TO WS-S-LOCAL
                       END-IF
                       DISPLAY PG-DATA "  " WS-S-PAGO "  "
                          PG-REFERENCIA " " PG-MOEDA "   " WS-S-LOCAL
                    END-IF
              END-READ
           END-PERFORM.
