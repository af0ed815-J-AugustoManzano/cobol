      * contrato; e a quitacao antecipada cota, numa data informada,
      * o saldo devedor das parcelas abertas mais os juros pro rata
      * (mes comercial) desde o ultimo vencimento ocorrido.
      *
      * As parcelas tambem entram no registro de compromissos
      * (COMPROM.DAT) como itens "R" a receber, com codigo "K" +
      * digitos do contrato e da parcela e descricao "CONTRATO nnnnnn
      * PARCELA nnn", que e a chave do elo entre os dois registros.
      * Os 8 bytes do codigo so comportam 4 digitos do contrato; do
      * contrato 10000 em diante o codigo passa a "KX" + contrato (4)
      * e parcela (2) na base 36, que nunca coincide com os codigos
      * so de digitos dos contratos anteriores. Com o elo, o
      * envelhecimento (CAP06AP10), a projecao de caixa
      * (CAP06AP13) e a fila de vencimentos (CAP06AP14) enxergam os
      * recebiveis de emprestimo. O pagamento de uma parcela baixa o
      * compromisso correspondente ("Q") e acrescenta o pagamento em
      * COMPAGTO.DAT, para os dois registros nao se desencontrarem; a
      * opcao de publicacao leva ao registro as parcelas abertas de
      * contratos incluidos antes do elo, sem duplicar as ja levadas.
      *
      * A multa e a mora das parcelas vencidas sao apuradas toda
      * noite pelo CAP05AP11 e guardadas na propria parcela; a tela de
      * pagamento mostra o valor devido com esses encargos antes de
      * pedir o valor pago, e a cotacao de quitacao antecipada os soma
      * ao saldo devedor.
      *
      * Um contrato que o tomador nao consegue honrar e renegociado
      * aqui, em vez de encerrado na mao e digitado de novo: o saldo
      * em aberto (prestacoes ja vencidas inteiras, parcelas a vencer
      * pela amortizacao, mais a multa e a mora apuradas) vira o
      * principal de um contrato novo, com nova taxa, prazo e inicio,
      * e plano Price proprio. O contrato original fica "R"
      * (renegociado) apontando para o novo, que aponta de volta para
      * a origem; as parcelas abertas do original ficam "R" e seus
      * compromissos "C" (cancelados). Cada renegociacao entra em
      * RENEGOC.DAT com o saldo antigo, os encargos, o novo principal
      * e a diferenca (negativa = perdoado, positiva = capitalizado),
      * e o relatorio RENEGOC.LST (IMPRIME/RELGER) as lista.
      *
      * O pagamento de parcela datado num periodo fiscal ja FECHADO
      * (tabela PERFISC.DAT, CAP02AP26) e recusado antes de qualquer
      * gravacao, e a recusa vai para AUDITLOG.DAT pelo PERFISC. O
      * pagamento e a renegociacao tambem sao recusados, sem gravar
      * nada, quando o compromisso da parcela nao esta no registro ou
      * COMPROM.DAT excede a tabela, para a parcela e o compromisso
      * nunca ficarem em situacoes desencontradas.
      *
      * A inclusao e a renegociacao terminam com o resumo do contrato
      * - principal e prestacao mensal - e a cotacao de quitacao com
      * o valor a pagar, cada valor tambem por extenso (servico
      * EXTENSO), como o documento do contrato precisa trazer.
      *
      * O compromisso gerado pela parcela leva a unidade (sitio) da
      * sessao que incluiu ou publicou o contrato, resolvida pelo
      * UNIDSVC (a sede quando o operador nao tem unidade), para os
      * relatorios financeiros sairem por unidade.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CONTRSEQ-FILE ASSIGN TO "CONTRSEQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-SEQ-STATUS.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-CMP-STATUS.
           SELECT PAGTO-FILE ASSIGN TO "COMPAGTO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-PAG-STATUS.
           SELECT RENEGOC-FILE ASSIGN TO "RENEGOC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-REN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATO-FILE.
           05  CT-PARCELAS     PIC 9(3).
           05  CT-DATA-INICIO  PIC X(10).
           05  CT-STATUS       PIC X.
           05  CT-NOVO-CONTRATO PIC 9(6).
           05  CT-ORIGEM       PIC 9(6).
       FD  CONTRPAR-FILE.
       COPY "contrpar.cpy".
       FD  CONTRSEQ-FILE.
       01  SQ-ULTIMO           PIC 9(6).
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
       FD  RENEGOC-FILE.
       01  RN-REGISTRO.
           05  RN-ANTIGO       PIC 9(6).
           05  RN-NOVO         PIC 9(6).
           05  RN-DATA         PIC X(10).
           05  RN-SALDO        PIC S9(8)V99.
           05  RN-ENCARGOS     PIC S9(8)V99.
           05  RN-PRINCIPAL    PIC S9(8)V99.
           05  RN-DIFERENCA    PIC S9(8)V99.
           05  RN-TAXA         PIC 9(3)V9(4).
           05  RN-PARCELAS     PIC 9(3).
           05  RN-OPERADOR     PIC X(12).
       LOCAL-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-PARCELAS VALUE 2000.
       01  TB-PARCELAS.
           05  TB-PARC-REG PIC X(106) OCCURS LIMITE-PARCELAS TIMES.
       77  LS-QTDE-PARCELAS    PIC 9(4) VALUE ZERO.
       77  LS-TRANSBORDO       PIC X VALUE "N".
       77  AC-CI               PIC 9(4).
       77  LS-PARCELAS         PIC 9(3).
       77  LS-DATA-ENTRADA     PIC X(10).
       77  LS-DATA-VALIDA      PIC X(10).
       77  LS-DATA-PERIODO     PIC 9(8).
       77  LS-PER-CODIGO       PIC 9(6).
       77  LS-PER-INICIO       PIC 9(8).
       77  LS-PER-FIM          PIC 9(8).
       77  LS-PER-SITUACAO     PIC X.
       77  LS-PER-STATUS       PIC X.
       77  LS-MOTIVO           PIC X(40).
       77  LS-FATOR            PIC 9(8)V9(8).
       77  LS-NUMERADOR        PIC S9(8)V9(8).
       77  LS-S-NUMERO         PIC ZZZZZ9.
       77  LS-S-PARC           PIC ZZ9.
       77  LS-S-VALOR          PIC -(8)9.99.
       78  LIMITE-COMPROM VALUE 1000.
       01  TB-COMPROM.
           05  TB-COMP-REG PIC X(93) OCCURS LIMITE-COMPROM TIMES.
       77  LS-QTDE-COMPROM     PIC 9(4) VALUE ZERO.
       77  LS-TRANSBORDO-CMP   PIC X VALUE "N".
       77  AC-CK               PIC 9(4).
       77  LS-CMP-STATUS       PIC XX.
       77  LS-PAG-STATUS       PIC XX.
       77  LS-PARC-CHAVE       PIC 9(3).
       77  LS-CMP-CODIGO       PIC X(8).
       77  LS-B36-TABELA       PIC X(36) VALUE
           "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  LS-B36-RESTO        PIC 9(6).
       77  LS-B36-DIGITO       PIC 9(2).
       77  AC-B36              PIC 9.
       77  LS-CMP-DESCRICAO    PIC X(30).
       77  LS-CMP-ACHOU        PIC X.
       77  LS-QTDE-PUBLICADAS  PIC 9(4) VALUE ZERO.
       77  LS-ENCARGOS         PIC S9(8)V9999.
       78  LIMITE-CONTRATOS VALUE 500.
       01  TB-CONTRATOS.
           05  TB-CTR-REG PIC X(74) OCCURS LIMITE-CONTRATOS TIMES.
       77  LS-QTDE-CONTRATOS   PIC 9(4) VALUE ZERO.
       77  AC-CT               PIC 9(4).
       77  LS-IDX-ANTIGO       PIC 9(4).
       77  LS-REN-STATUS       PIC XX.
       77  LS-ANTIGO           PIC 9(6).
       77  LS-SALDO-RENEG      PIC S9(8)V9999.
       77  LS-ENCARGOS-RENEG   PIC S9(8)V9999.
       77  LS-NOVO-PRINCIPAL   PIC S9(8)V99.
       77  LS-CONFIRMA         PIC X.
       77  LS-DATA-RENEG       PIC X(10).
       77  LS-OPERADOR         PIC X(12).
       77  LS-QTDE-RENEG       PIC 9(6) VALUE ZERO.
       77  LS-TOT-SALDO        PIC S9(8)V99.
       77  LS-TOT-PRINCIPAL    PIC S9(8)V99.
       77  LS-TOT-DIFERENCA    PIC S9(8)V99.
       77  LS-S-NOVO           PIC ZZZZZ9.
       77  LS-S-SALDO          PIC -(8)9.99.
       77  LS-S-PRINC          PIC -(8)9.99.
       77  LS-S-DIF            PIC -(8)9.99.
       77  LS-LINHA            PIC X(90) VALUE SPACES.
       77  LS-IMP-OPCAO        PIC X.
       77  LS-IMP-TEXTO        PIC X(132).
       77  LS-IMP-TOTAL        PIC 9(6) VALUE ZERO.
       77  LS-NOME-RELATORIO   PIC X(14).
       77  LS-PROGRAMA         PIC X(8) VALUE "C0502CTR".
       77  LS-UNI-CHAVE        PIC X(12).
       77  LS-UNIDADE          PIC X(3).
       77  LS-UNI-ALCANCE      PIC X.
       77  LS-RESULTADO        PIC X(20).
       77  LS-VALOR-EXT        PIC S9(9)V99.
       77  LS-MOEDA-EXT        PIC X(3) VALUE SPACES.
       77  LS-EXTENSO          PIC X(200).
       77  LS-EXT-STATUS       PIC X.
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              DISPLAY "[2] - Registrar pagamento de parcela"
              DISPLAY "[3] - Posicao dos contratos em aberto"
              DISPLAY "[4] - Cotacao de quitacao antecipada"
              DISPLAY "[5] - Publicar parcelas no registro de "
                      "compromissos"
              DISPLAY "[6] - Renegociar contrato"
              DISPLAY "[7] - Relatorio de renegociacoes"
              DISPLAY "[8] - Voltar"
              DISPLAY CR
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT LS-OPCAO
                    PERFORM 500-QUITACAO-ANTECIPADA
                    CALL "C0502PSA"
                 WHEN 5
                    PERFORM 650-PUBLICA-PARCELAS
                    CALL "C0502PSA"
                 WHEN 6
                    PERFORM 800-RENEGOCIA-CONTRATO
                    CALL "C0502PSA"
                 WHEN 7
                    PERFORM 900-RELATORIO-RENEGOCIACOES
                    CALL "C0502PSA"
                 WHEN 8
                    EXIT PERFORM
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
           MOVE LS-PARCELAS    TO CT-PARCELAS.
           MOVE LS-DATA-VALIDA TO CT-DATA-INICIO.
           MOVE "A"            TO CT-STATUS.
           MOVE ZERO           TO CT-NOVO-CONTRATO.
           MOVE ZERO           TO CT-ORIGEM.
           OPEN EXTEND CONTRATO-FILE.
           IF LS-CTR-STATUS = "35"
              OPEN OUTPUT CONTRATO-FILE
           MOVE LS-NUMERO TO LS-S-NUMERO.
           DISPLAY "Contrato " LS-S-NUMERO " incluido com "
              LS-PARCELAS " parcela(s).".
           PERFORM 950-RESUMO-CONTRATO.
           MOVE "CONTRATO NOVO" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
           IF LS-PAR-STATUS = "35"
              OPEN OUTPUT CONTRPAR-FILE
           END-IF
           OPEN EXTEND COMPROM-FILE.
           IF LS-CMP-STATUS = "35"
              OPEN OUTPUT COMPROM-FILE
           END-IF
           PERFORM VARYING AC-CJ FROM 1 BY 1
                   UNTIL AC-CJ > LS-PARCELAS
              COMPUTE LS-JUROS-PARC ROUNDED =
              MOVE ZERO            TO CP-PAGO
              MOVE SPACES          TO CP-DATA-PGTO
              MOVE "A"             TO CP-STATUS
              MOVE ZERO            TO CP-MULTA
              MOVE ZERO            TO CP-MORA
              MOVE ZERO            TO CP-DIAS-ATRASO
              WRITE CP-REGISTRO
              MOVE LS-CONTRAPARTE  TO CT-CONTRAPARTE
              PERFORM 630-GRAVA-COMPROMISSO
           END-PERFORM.
           CLOSE CONTRPAR-FILE.
           CLOSE COMPROM-FILE.
           EXIT.
      ******************************************************************
      * PAGAMENTO DE UMA PARCELA: O PLANO INTEIRO E CARREGADO, A       *
           ACCEPT LS-NUMERO.
           DISPLAY "Numero da parcela ......: " WITH NO ADVANCING.
           ACCEPT LS-PARCELA-PEDIDA.
           PERFORM 320-MOSTRA-DEVIDO.
           DISPLAY "Valor pago .............: " WITH NO ADVANCING.
           ACCEPT LS-VLR-PAGO.
           DISPLAY "Data (DD/MM/AAAA) ......: " WITH NO ADVANCING.
              DISPLAY "Data invalida: " FUNCTION TRIM(LS-MOTIVO)
              EXIT SECTION
           END-IF
           MOVE LS-DATA-VALIDA(7:4) TO LS-DATA-PERIODO(1:4).
           MOVE LS-DATA-VALIDA(4:2) TO LS-DATA-PERIODO(5:2).
           MOVE LS-DATA-VALIDA(1:2) TO LS-DATA-PERIODO(7:2).
           CALL "PERFISC" USING BY CONTENT "V",
              BY REFERENCE LS-DATA-PERIODO, BY REFERENCE LS-PER-CODIGO,
              BY REFERENCE LS-PER-INICIO, BY REFERENCE LS-PER-FIM,
              BY REFERENCE LS-PER-SITUACAO, BY REFERENCE LS-PER-STATUS,
              BY REFERENCE LS-PROGRAMA.
           IF LS-PER-STATUS = "F"
              DISPLAY "Data no periodo fiscal " LS-PER-CODIGO
                      ", ja fechado; pagamento recusado."
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-ACHOU.
           MOVE "N" TO LS-TRANSBORDO.
           MOVE ZERO TO LS-QTDE-PARCELAS.
           MOVE "N" TO LS-FIM-ARQUIVO.
           OPEN INPUT CONTRPAR-FILE.
                      "baixa cancelada para nao truncar."
              EXIT SECTION
           END-IF
           MOVE LS-PARCELA-PEDIDA TO LS-PARC-CHAVE.
           PERFORM 620-MONTA-CHAVE.
           PERFORM 610-CARREGA-COMPROMISSOS.
           IF LS-TRANSBORDO-CMP = "S"
              DISPLAY "COMPROM.DAT excede a capacidade da tabela; "
                      "pagamento recusado."
              EXIT SECTION
           END-IF
           PERFORM 660-PROCURA-COMPROMISSO.
           IF LS-CMP-ACHOU = "N"
              DISPLAY "Parcela sem compromisso no registro; use a "
                      "publicacao de parcelas. Pagamento recusado."
              EXIT SECTION
           END-IF
           OPEN OUTPUT CONTRPAR-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-PARCELAS
           DISPLAY "Pagamento registrado."
           MOVE "PGTO PARCELA" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           PERFORM 700-BAIXA-COMPROMISSO.
           EXIT.
      ******************************************************************
      * VALOR DEVIDO DA PARCELA PEDIDA: PRESTACAO MAIS A MULTA E A     *
      * MORA APURADAS PELA RODADA NOTURNA DE ATRASO                    *
      ******************************************************************
       320-MOSTRA-DEVIDO               SECTION.
           OPEN INPUT CONTRPAR-FILE.
           IF LS-PAR-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ CONTRPAR-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF CP-CONTRATO = LS-NUMERO
                       AND CP-PARCELA = LS-PARCELA-PEDIDA
                       AND CP-STATUS = "A"
                       PERFORM 590-NORMALIZA-ENCARGOS
                       MOVE CP-VALOR TO LS-S-VALOR
                       DISPLAY "   Prestacao ..........: " LS-S-VALOR
                       MOVE CP-MULTA TO LS-S-VALOR
                       DISPLAY "   Multa ..............: " LS-S-VALOR
                       MOVE CP-MORA TO LS-S-VALOR
                       DISPLAY "   Mora (" CP-DIAS-ATRASO
                          " dias) ....: " LS-S-VALOR
                       COMPUTE LS-ENCARGOS = CP-VALOR + CP-MULTA
                          + CP-MORA
                       MOVE LS-ENCARGOS TO LS-S-VALOR
                       DISPLAY "   VALOR DEVIDO .......: " LS-S-VALOR
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTRPAR-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * POSICAO EM ABERTO: PARCELAS "A" DE CADA CONTRATO E O TOTAL     *
              EXIT SECTION
           END-IF
           MOVE ZERO TO LS-SALDO-ABERTO.
           MOVE ZERO TO LS-ENCARGOS.
           MOVE SPACES TO LS-ULTIMO-VENC.
           OPEN INPUT CONTRPAR-FILE.
           IF LS-PAR-STATUS NOT = "00"
                    IF CP-CONTRATO = LS-NUMERO
                       IF CP-STATUS = "A"
                          ADD CP-AMORTIZACAO TO LS-SALDO-ABERTO
                          PERFORM 590-NORMALIZA-ENCARGOS
                          ADD CP-MULTA CP-MORA TO LS-ENCARGOS
                       END-IF
      *                O ultimo vencimento ja ocorrido ate a data da
      *                cotacao ancora a contagem pro rata dos juros.
           DISPLAY "Saldo devedor .......: " LS-S-VALOR.
           MOVE LS-JUROS-PRORATA TO LS-S-VALOR.
           DISPLAY "Juros pro rata ......: " LS-S-VALOR.
           MOVE LS-ENCARGOS TO LS-S-VALOR.
           DISPLAY "Encargos de atraso ..: " LS-S-VALOR.
           COMPUTE LS-SALDO-ABERTO = LS-SALDO-ABERTO
              + LS-JUROS-PRORATA + LS-ENCARGOS.
           MOVE LS-SALDO-ABERTO TO LS-S-VALOR.
           DISPLAY "VALOR DE QUITACAO ...: " LS-S-VALOR.
           MOVE LS-SALDO-ABERTO TO LS-VALOR-EXT.
           PERFORM 960-MOSTRA-EXTENSO.
           MOVE "COTACAO QUITACAO" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * PARCELA GRAVADA ANTES DOS ENCARGOS: CAMPOS EM BRANCO VALEM     *
      * ZERO                                                           *
      ******************************************************************
       590-NORMALIZA-ENCARGOS          SECTION.
           IF CP-MULTA NOT NUMERIC
              MOVE ZERO TO CP-MULTA
           END-IF
           IF CP-MORA NOT NUMERIC
              MOVE ZERO TO CP-MORA
           END-IF
           IF CP-DIAS-ATRASO NOT NUMERIC
              MOVE ZERO TO CP-DIAS-ATRASO
           END-IF.
           EXIT.
      ******************************************************************
      * TAXA E EXISTENCIA DO CONTRATO PEDIDO EM CONTRATO.DAT           *
      ******************************************************************
       550-LE-TAXA-CONTRATO            SECTION.
           CLOSE CONTRATO-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * CARGA DO REGISTRO DE COMPROMISSOS PARA A TABELA                *
      ******************************************************************
       610-CARREGA-COMPROMISSOS        SECTION.
           MOVE ZERO TO LS-QTDE-COMPROM.
           MOVE "N" TO LS-TRANSBORDO-CMP.
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
                          TO TB-COMP-REG(LS-QTDE-COMPROM)
                    ELSE
                       MOVE "S" TO LS-TRANSBORDO-CMP
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * CHAVE DO ELO PARCELA/COMPROMISSO: CODIGO "K" + CONTRATO E      *
      * PARCELA ("KX" + BASE 36 DO CONTRATO 10000 EM DIANTE),          *
      * DESCRICAO "CONTRATO nnnnnn PARCELA nnn"                        *
      ******************************************************************
       620-MONTA-CHAVE                 SECTION.
           MOVE SPACES TO LS-CMP-CODIGO.
           IF LS-NUMERO < 10000
              STRING "K" LS-NUMERO(3:4) LS-PARC-CHAVE
                 DELIMITED BY SIZE INTO LS-CMP-CODIGO
           ELSE
              MOVE "KX" TO LS-CMP-CODIGO(1:2)
              MOVE LS-NUMERO TO LS-B36-RESTO
              PERFORM VARYING AC-B36 FROM 6 BY -1 UNTIL AC-B36 < 3
                 DIVIDE LS-B36-RESTO BY 36 GIVING LS-B36-RESTO
                    REMAINDER LS-B36-DIGITO
                 MOVE LS-B36-TABELA(LS-B36-DIGITO + 1:1)
                    TO LS-CMP-CODIGO(AC-B36:1)
              END-PERFORM
              MOVE LS-PARC-CHAVE TO LS-B36-RESTO
              PERFORM VARYING AC-B36 FROM 8 BY -1 UNTIL AC-B36 < 7
                 DIVIDE LS-B36-RESTO BY 36 GIVING LS-B36-RESTO
                    REMAINDER LS-B36-DIGITO
                 MOVE LS-B36-TABELA(LS-B36-DIGITO + 1:1)
                    TO LS-CMP-CODIGO(AC-B36:1)
              END-PERFORM
           END-IF.
           MOVE SPACES TO LS-CMP-DESCRICAO.
           STRING "CONTRATO " LS-NUMERO " PARCELA " LS-PARC-CHAVE
              DELIMITED BY SIZE INTO LS-CMP-DESCRICAO.
           EXIT.
      ******************************************************************
      * UM COMPROMISSO "R" PARA A PARCELA EM CP-REGISTRO, NO ARQUIVO   *
      * COMPROM.DAT JA ABERTO PELO CHAMADOR                            *
      ******************************************************************
       630-GRAVA-COMPROMISSO           SECTION.
           MOVE CP-PARCELA TO LS-PARC-CHAVE.
           PERFORM 620-MONTA-CHAVE.
           MOVE LS-CMP-CODIGO    TO CM-CODIGO.
           MOVE LS-CMP-DESCRICAO TO CM-DESCRICAO.
           MOVE CP-VENCIMENTO    TO CM-VENCIMENTO.
           COMPUTE CM-VALOR ROUNDED = CP-VALOR.
           MOVE CT-CONTRAPARTE(1:12) TO CM-RESPONSAVEL.
           MOVE "A"              TO CM-SITUACAO.
           MOVE "R"              TO CM-DIRECAO.
           MOVE SPACES           TO CM-MOEDA.
           MOVE 1                TO CM-TAXA-ORIG.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE CM-DATA-ORIG.
           MOVE SPACES TO LS-UNI-CHAVE.
           CALL "UNIDSVC" USING BY CONTENT "S",
              BY REFERENCE LS-UNI-CHAVE, LS-UNIDADE, LS-UNI-ALCANCE.
           MOVE LS-UNIDADE       TO CM-UNIDADE.
           WRITE CM-REGISTRO.
           EXIT.
      ******************************************************************
      * PUBLICACAO: AS PARCELAS ABERTAS QUE AINDA NAO TEM COMPROMISSO  *
      * (CONTRATOS ANTERIORES AO ELO) SAO LEVADAS AO REGISTRO, SEM     *
      * DUPLICAR AS QUE JA ESTAO LA                                    *
      ******************************************************************
       650-PUBLICA-PARCELAS            SECTION.
           PERFORM 610-CARREGA-COMPROMISSOS.
           IF LS-TRANSBORDO-CMP = "S"
              DISPLAY "COMPROM.DAT excede a capacidade da tabela; "
                      "publicacao cancelada."
              EXIT SECTION
           END-IF
           MOVE ZERO TO LS-QTDE-PARCELAS.
           MOVE "N" TO LS-TRANSBORDO.
           OPEN INPUT CONTRPAR-FILE.
           IF LS-PAR-STATUS NOT = "00"
              DISPLAY "Nenhum plano de parcelas registrado."
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ CONTRPAR-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF CP-STATUS = "A"
                       IF LS-QTDE-PARCELAS < LIMITE-PARCELAS
                          ADD 1 TO LS-QTDE-PARCELAS
                          MOVE CP-REGISTRO
                             TO TB-PARC-REG(LS-QTDE-PARCELAS)
                       ELSE
                          MOVE "S" TO LS-TRANSBORDO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTRPAR-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           IF LS-TRANSBORDO = "S"
              DISPLAY "CONTRPAR.DAT excede a capacidade da tabela; "
                      "publicacao cancelada."
              EXIT SECTION
           END-IF
           MOVE ZERO TO LS-QTDE-PUBLICADAS.
           OPEN EXTEND COMPROM-FILE.
           IF LS-CMP-STATUS = "35"
              OPEN OUTPUT COMPROM-FILE
           END-IF
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-PARCELAS
              MOVE TB-PARC-REG(AC-CI) TO CP-REGISTRO
              MOVE CP-CONTRATO TO LS-NUMERO
              MOVE CP-PARCELA  TO LS-PARC-CHAVE
              PERFORM 620-MONTA-CHAVE
              PERFORM 660-PROCURA-COMPROMISSO
              IF LS-CMP-ACHOU = "N"
                 PERFORM 670-LE-CONTRAPARTE
                 PERFORM 630-GRAVA-COMPROMISSO
                 ADD 1 TO LS-QTDE-PUBLICADAS
              END-IF
           END-PERFORM.
           CLOSE COMPROM-FILE.
           DISPLAY "Parcelas publicadas no registro de compromissos: "
              LS-QTDE-PUBLICADAS.
           IF LS-QTDE-PUBLICADAS > ZERO
              MOVE "PUBLICA PARCELAS" TO LS-RESULTADO
              CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO
           END-IF.
           EXIT.
      ******************************************************************
      * PROCURA NA TABELA O COMPROMISSO DA CHAVE MONTADA; AC-CK FICA   *
      * APONTANDO PARA ELE                                             *
      ******************************************************************
       660-PROCURA-COMPROMISSO         SECTION.
           MOVE "N" TO LS-CMP-ACHOU.
           PERFORM VARYING AC-CK FROM 1 BY 1
                   UNTIL AC-CK > LS-QTDE-COMPROM
              MOVE TB-COMP-REG(AC-CK) TO CM-REGISTRO
              IF CM-DESCRICAO = LS-CMP-DESCRICAO
                 MOVE "S" TO LS-CMP-ACHOU
                 EXIT SECTION
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * CONTRAPARTE DO CONTRATO EM LS-NUMERO, PARA O RESPONSAVEL DO    *
      * COMPROMISSO                                                    *
      ******************************************************************
       670-LE-CONTRAPARTE              SECTION.
           MOVE SPACES TO CT-CONTRAPARTE.
           MOVE SPACES TO LS-CONTRAPARTE.
           OPEN INPUT CONTRATO-FILE.
           IF LS-CTR-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ CONTRATO-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF CT-NUMERO = LS-NUMERO
                       MOVE CT-CONTRAPARTE TO LS-CONTRAPARTE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTRATO-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           MOVE LS-CONTRAPARTE TO CT-CONTRAPARTE.
           EXIT.
      ******************************************************************
      * BAIXA DO COMPROMISSO DA PARCELA PAGA: SITUACAO "Q" NO REGISTRO *
      * E O PAGAMENTO ACRESCENTADO EM COMPAGTO.DAT. A TABELA JA VEM    *
      * CARREGADA E AC-CK APONTANDO O COMPROMISSO (300)                *
      ******************************************************************
       700-BAIXA-COMPROMISSO           SECTION.
           MOVE TB-COMP-REG(AC-CK) TO CM-REGISTRO.
           MOVE "Q" TO CM-SITUACAO.
           MOVE CM-REGISTRO TO TB-COMP-REG(AC-CK).
           OPEN OUTPUT COMPROM-FILE.
           PERFORM VARYING AC-CK FROM 1 BY 1
                   UNTIL AC-CK > LS-QTDE-COMPROM
              MOVE TB-COMP-REG(AC-CK) TO CM-REGISTRO
              WRITE CM-REGISTRO
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE LS-CMP-CODIGO TO PG-CODIGO.
           MOVE LS-DATA-VALIDA(7:4) TO PG-DATA(1:4).
           MOVE LS-DATA-VALIDA(4:2) TO PG-DATA(5:2).
           MOVE LS-DATA-VALIDA(1:2) TO PG-DATA(7:2).
           COMPUTE PG-VALOR ROUNDED = LS-VLR-PAGO.
           MOVE SPACES TO PG-REFERENCIA.
           STRING "CT" LS-NUMERO "-" LS-PARC-CHAVE
              DELIMITED BY SIZE INTO PG-REFERENCIA.
           MOVE SPACES TO PG-MOEDA.
           MOVE PG-VALOR TO PG-VALOR-LOCAL.
           OPEN EXTEND PAGTO-FILE.
           IF LS-PAG-STATUS = "35"
              OPEN OUTPUT PAGTO-FILE
           END-IF
           WRITE PG-REGISTRO.
           CLOSE PAGTO-FILE.
           DISPLAY "Compromisso " LS-CMP-CODIGO " baixado.".
           EXIT.
      ******************************************************************
      * RENEGOCIACAO: O SALDO EM ABERTO DO CONTRATO, COM OS ENCARGOS,  *
      * VIRA O PRINCIPAL DE UM CONTRATO NOVO; O ORIGINAL FICA "R"      *
      * APONTANDO PARA ELE                                             *
      ******************************************************************
       800-RENEGOCIA-CONTRATO          SECTION.
           DISPLAY "Contrato a renegociar ..: " WITH NO ADVANCING.
           ACCEPT LS-ANTIGO.
           PERFORM 810-CARREGA-CONTRATOS.
           IF LS-TRANSBORDO = "S"
              DISPLAY "CONTRATO.DAT excede a capacidade da tabela; "
                      "renegociacao cancelada."
              EXIT SECTION
           END-IF
           MOVE ZERO TO LS-IDX-ANTIGO.
           PERFORM VARYING AC-CT FROM 1 BY 1
                   UNTIL AC-CT > LS-QTDE-CONTRATOS
              MOVE TB-CTR-REG(AC-CT) TO CT-REGISTRO
              IF CT-NUMERO = LS-ANTIGO
                 MOVE AC-CT TO LS-IDX-ANTIGO
              END-IF
           END-PERFORM.
           IF LS-IDX-ANTIGO = ZERO
              DISPLAY "Contrato nao encontrado."
              EXIT SECTION
           END-IF
           MOVE TB-CTR-REG(LS-IDX-ANTIGO) TO CT-REGISTRO.
           IF CT-STATUS NOT = "A"
              DISPLAY "Contrato nao esta ativo (situacao " CT-STATUS
                 ")."
              EXIT SECTION
           END-IF
           MOVE CT-CONTRAPARTE TO LS-CONTRAPARTE.
           DISPLAY "Data da renegociacao / inicio (DD/MM/AAAA): "
              WITH NO ADVANCING.
           ACCEPT LS-DATA-ENTRADA.
           CALL "C0602DAT" USING BY CONTENT LS-DATA-ENTRADA,
               BY REFERENCE LS-DATA-VALIDA, BY REFERENCE LS-MOTIVO,
               BY CONTENT "B".
           IF LS-DATA-VALIDA = "**/**/****"
              DISPLAY "Data invalida: " FUNCTION TRIM(LS-MOTIVO)
              EXIT SECTION
           END-IF
           MOVE LS-DATA-VALIDA TO LS-DATA-RENEG.
           PERFORM 820-APURA-SALDO.
           IF LS-TRANSBORDO = "S"
              DISPLAY "CONTRPAR.DAT excede a capacidade da tabela; "
                      "renegociacao cancelada."
              EXIT SECTION
           END-IF
           IF LS-SALDO-RENEG <= ZERO
              DISPLAY "Contrato sem saldo em aberto a renegociar."
              EXIT SECTION
           END-IF
           PERFORM 610-CARREGA-COMPROMISSOS.
           IF LS-TRANSBORDO-CMP = "S"
              DISPLAY "COMPROM.DAT excede a capacidade da tabela; "
                      "renegociacao cancelada."
              EXIT SECTION
           END-IF
           MOVE LS-SALDO-RENEG TO LS-S-VALOR.
           DISPLAY "Saldo em aberto ......: " LS-S-VALOR.
           MOVE LS-ENCARGOS-RENEG TO LS-S-VALOR.
           DISPLAY "  dos quais encargos .: " LS-S-VALOR.
           DISPLAY "Nova taxa (% ao mes) ...: " WITH NO ADVANCING.
           ACCEPT LS-TAXA.
           DISPLAY "Novo numero de parcelas : " WITH NO ADVANCING.
           ACCEPT LS-PARCELAS.
           DISPLAY "Novo principal (0 = saldo): " WITH NO ADVANCING.
           ACCEPT LS-NOVO-PRINCIPAL.
           IF LS-PARCELAS = ZERO
              DISPLAY "Numero de parcelas deve ser maior que zero."
              EXIT SECTION
           END-IF
           IF LS-NOVO-PRINCIPAL <= ZERO
              COMPUTE LS-NOVO-PRINCIPAL ROUNDED = LS-SALDO-RENEG
           END-IF
           COMPUTE LS-S-DIF = LS-NOVO-PRINCIPAL - LS-SALDO-RENEG.
           DISPLAY "Diferenca (perdao - / capitalizacao +): " LS-S-DIF.
           DISPLAY "Confirma a renegociacao (S/N)? " WITH NO ADVANCING.
           ACCEPT LS-CONFIRMA.
           IF FUNCTION UPPER-CASE(LS-CONFIRMA) NOT = "S"
              DISPLAY "Renegociacao abandonada."
              EXIT SECTION
           END-IF
           PERFORM 830-REGRAVA-PARCELAS.
           PERFORM 840-CANCELA-COMPROMISSOS.
           PERFORM 150-PROXIMO-NUMERO.
           PERFORM 850-REGRAVA-CONTRATOS.
           MOVE LS-NOVO-PRINCIPAL TO LS-PRINCIPAL.
           PERFORM 200-GERA-PLANO.
           PERFORM 860-GRAVA-RENEGOCIACAO.
           MOVE LS-ANTIGO TO LS-S-NUMERO.
           MOVE LS-NUMERO TO LS-S-NOVO.
           DISPLAY "Contrato " LS-S-NUMERO " renegociado no contrato "
              LS-S-NOVO " com " LS-PARCELAS " parcela(s).".
           PERFORM 950-RESUMO-CONTRATO.
           MOVE "RENEGOCIACAO" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * CARGA DE CONTRATO.DAT PARA A TABELA                            *
      ******************************************************************
       810-CARREGA-CONTRATOS           SECTION.
           MOVE ZERO TO LS-QTDE-CONTRATOS.
           MOVE "N" TO LS-TRANSBORDO.
           OPEN INPUT CONTRATO-FILE.
           IF LS-CTR-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ CONTRATO-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF LS-QTDE-CONTRATOS < LIMITE-CONTRATOS
                       ADD 1 TO LS-QTDE-CONTRATOS
                       MOVE CT-REGISTRO
                          TO TB-CTR-REG(LS-QTDE-CONTRATOS)
                    ELSE
                       MOVE "S" TO LS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTRATO-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * SALDO A RENEGOCIAR: PARCELA ABERTA JA VENCIDA ENTRA INTEIRA,   *
      * A VENCER PELA AMORTIZACAO; MAIS MULTA E MORA. AS PARCELAS      *
      * ABERTAS DO CONTRATO FICAM MARCADAS "R" NA TABELA               *
      ******************************************************************
       820-APURA-SALDO                 SECTION.
           MOVE ZERO TO LS-SALDO-RENEG.
           MOVE ZERO TO LS-ENCARGOS-RENEG.
           MOVE ZERO TO LS-QTDE-PARCELAS.
           MOVE "N" TO LS-TRANSBORDO.
           OPEN INPUT CONTRPAR-FILE.
           IF LS-PAR-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ CONTRPAR-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF CP-CONTRATO = LS-ANTIGO AND CP-STATUS = "A"
                       PERFORM 590-NORMALIZA-ENCARGOS
                       CALL "C0602DIF" USING CP-VENCIMENTO,
                          LS-DATA-VALIDA, LS-DIAS-CORRIDOS,
                          LS-STATUS-DIF
                       IF LS-STATUS-DIF = "S"
                          AND LS-DIAS-CORRIDOS >= ZERO
                          ADD CP-VALOR TO LS-SALDO-RENEG
                       ELSE
                          ADD CP-AMORTIZACAO TO LS-SALDO-RENEG
                       END-IF
                       ADD CP-MULTA CP-MORA TO LS-SALDO-RENEG
                       ADD CP-MULTA CP-MORA TO LS-ENCARGOS-RENEG
                       MOVE "R" TO CP-STATUS
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
           EXIT.
      ******************************************************************
      * REGRAVACAO DE CONTRPAR.DAT COM AS PARCELAS RENEGOCIADAS        *
      ******************************************************************
       830-REGRAVA-PARCELAS            SECTION.
           OPEN OUTPUT CONTRPAR-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-PARCELAS
              MOVE TB-PARC-REG(AC-CI) TO CP-REGISTRO
              WRITE CP-REGISTRO
           END-PERFORM.
           CLOSE CONTRPAR-FILE.
           EXIT.
      ******************************************************************
      * OS COMPROMISSOS DAS PARCELAS RENEGOCIADAS FICAM "C"            *
      * (CANCELADOS): SAEM DO ENVELHECIMENTO E DA PROJECAO SEM         *
      * PAGAMENTO FICTICIO EM COMPAGTO.DAT. A TABELA FOI CARREGADA E   *
      * CONFERIDA EM 800, ANTES DE QUALQUER REGRAVACAO                 *
      ******************************************************************
       840-CANCELA-COMPROMISSOS        SECTION.
           IF LS-QTDE-COMPROM = ZERO
              EXIT SECTION
           END-IF
           MOVE LS-ANTIGO TO LS-NUMERO.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-PARCELAS
              MOVE TB-PARC-REG(AC-CI) TO CP-REGISTRO
              IF CP-CONTRATO = LS-ANTIGO AND CP-STATUS = "R"
                 MOVE CP-PARCELA TO LS-PARC-CHAVE
                 PERFORM 620-MONTA-CHAVE
                 PERFORM 660-PROCURA-COMPROMISSO
                 IF LS-CMP-ACHOU = "S" AND CM-SITUACAO = "A"
                    MOVE "C" TO CM-SITUACAO
                    MOVE CM-REGISTRO TO TB-COMP-REG(AC-CK)
                 END-IF
              END-IF
           END-PERFORM.
           OPEN OUTPUT COMPROM-FILE.
           PERFORM VARYING AC-CK FROM 1 BY 1
                   UNTIL AC-CK > LS-QTDE-COMPROM
              MOVE TB-COMP-REG(AC-CK) TO CM-REGISTRO
              WRITE CM-REGISTRO
           END-PERFORM.
           CLOSE COMPROM-FILE.
           EXIT.
      ******************************************************************
      * CONTRATO.DAT REGRAVADO: ORIGINAL "R" APONTANDO PARA O NOVO E O *
      * NOVO, APONTANDO PARA A ORIGEM, ACRESCENTADO AO FIM             *
      ******************************************************************
       850-REGRAVA-CONTRATOS           SECTION.
           MOVE TB-CTR-REG(LS-IDX-ANTIGO) TO CT-REGISTRO.
           MOVE "R" TO CT-STATUS.
           MOVE LS-NUMERO TO CT-NOVO-CONTRATO.
           MOVE CT-REGISTRO TO TB-CTR-REG(LS-IDX-ANTIGO).
           OPEN OUTPUT CONTRATO-FILE.
           PERFORM VARYING AC-CT FROM 1 BY 1
                   UNTIL AC-CT > LS-QTDE-CONTRATOS
              MOVE TB-CTR-REG(AC-CT) TO CT-REGISTRO
              WRITE CT-REGISTRO
           END-PERFORM.
           MOVE LS-NUMERO         TO CT-NUMERO.
           MOVE LS-CONTRAPARTE    TO CT-CONTRAPARTE.
           MOVE LS-NOVO-PRINCIPAL TO CT-PRINCIPAL.
           MOVE LS-TAXA           TO CT-TAXA.
           MOVE LS-PARCELAS       TO CT-PARCELAS.
           MOVE LS-DATA-VALIDA    TO CT-DATA-INICIO.
           MOVE "A"               TO CT-STATUS.
           MOVE ZERO              TO CT-NOVO-CONTRATO.
           MOVE LS-ANTIGO         TO CT-ORIGEM.
           WRITE CT-REGISTRO.
           CLOSE CONTRATO-FILE.
           EXIT.
      ******************************************************************
      * REGISTRO DA RENEGOCIACAO EM RENEGOC.DAT                        *
      ******************************************************************
       860-GRAVA-RENEGOCIACAO          SECTION.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE LS-OPERADOR.
           MOVE LS-ANTIGO          TO RN-ANTIGO.
           MOVE LS-NUMERO          TO RN-NOVO.
           MOVE LS-DATA-RENEG      TO RN-DATA.
           COMPUTE RN-SALDO ROUNDED = LS-SALDO-RENEG.
           COMPUTE RN-ENCARGOS ROUNDED = LS-ENCARGOS-RENEG.
           MOVE LS-NOVO-PRINCIPAL  TO RN-PRINCIPAL.
           COMPUTE RN-DIFERENCA = RN-PRINCIPAL - RN-SALDO.
           MOVE LS-TAXA            TO RN-TAXA.
           MOVE LS-PARCELAS        TO RN-PARCELAS.
           MOVE LS-OPERADOR        TO RN-OPERADOR.
           OPEN EXTEND RENEGOC-FILE.
           IF LS-REN-STATUS = "35"
              OPEN OUTPUT RENEGOC-FILE
           END-IF
           WRITE RN-REGISTRO.
           CLOSE RENEGOC-FILE.
           EXIT.
      ******************************************************************
      * RELATORIO DE RENEGOCIACOES: SALDO ANTIGO, NOVO PRINCIPAL E A   *
      * DIFERENCA, VIA IMPRIME/RELGER EM RENEGOC.LST                   *
      ******************************************************************
       900-RELATORIO-RENEGOCIACOES     SECTION.
           OPEN INPUT RENEGOC-FILE.
           IF LS-REN-STATUS NOT = "00"
              DISPLAY "Nenhuma renegociacao registrada."
              EXIT SECTION
           END-IF
           MOVE ZERO TO LS-QTDE-RENEG.
           MOVE ZERO TO LS-TOT-SALDO.
           MOVE ZERO TO LS-TOT-PRINCIPAL.
           MOVE ZERO TO LS-TOT-DIFERENCA.
           MOVE "A" TO LS-IMP-OPCAO.
           MOVE SPACES TO LS-IMP-TEXTO.
           MOVE "RENEGOC.LST" TO LS-IMP-TEXTO(1:14).
           MOVE "RENEGOCIACOES DE CONTRATOS" TO LS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING LS-IMP-OPCAO, LS-IMP-TEXTO,
              LS-IMP-TOTAL.
           MOVE "ORIGEM   NOVO DATA         SALDO ANTIGO"
              TO LS-LINHA.
           MOVE "  NOVO PRINCIPAL     DIFERENCA OPERADOR"
              TO LS-LINHA(42:40).
           PERFORM 990-IMPRIME-LINHA.
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ RENEGOC-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO LS-QTDE-RENEG
                    ADD RN-SALDO     TO LS-TOT-SALDO
                    ADD RN-PRINCIPAL TO LS-TOT-PRINCIPAL
                    ADD RN-DIFERENCA TO LS-TOT-DIFERENCA
                    MOVE RN-ANTIGO    TO LS-S-NUMERO
                    MOVE RN-NOVO      TO LS-S-NOVO
                    MOVE RN-SALDO     TO LS-S-SALDO
                    MOVE RN-PRINCIPAL TO LS-S-PRINC
                    MOVE RN-DIFERENCA TO LS-S-DIF
                    MOVE SPACES TO LS-LINHA
                    STRING LS-S-NUMERO " " LS-S-NOVO " " RN-DATA " "
                           LS-S-SALDO "     " LS-S-PRINC "  "
                           LS-S-DIF " " RN-OPERADOR
                       DELIMITED BY SIZE INTO LS-LINHA
                    PERFORM 990-IMPRIME-LINHA
              END-READ
           END-PERFORM.
           CLOSE RENEGOC-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           MOVE LS-TOT-SALDO     TO LS-S-SALDO.
           MOVE LS-TOT-PRINCIPAL TO LS-S-PRINC.
           MOVE LS-TOT-DIFERENCA TO LS-S-DIF.
           MOVE SPACES TO LS-LINHA.
           STRING "TOTAIS                  " LS-S-SALDO "     "
                  LS-S-PRINC "  " LS-S-DIF
              DELIMITED BY SIZE INTO LS-LINHA.
           PERFORM 990-IMPRIME-LINHA.
           MOVE "F" TO LS-IMP-OPCAO.
           MOVE LS-QTDE-RENEG TO LS-IMP-TOTAL.
           CALL "IMPRIME" USING LS-IMP-OPCAO, LS-IMP-TEXTO,
              LS-IMP-TOTAL.
           MOVE "RENEGOC.LST" TO LS-NOME-RELATORIO.
           CALL "RELGER" USING LS-NOME-RELATORIO, LS-PROGRAMA.
           DISPLAY "Renegociacoes listadas: " LS-QTDE-RENEG.
           DISPLAY "Relatorio gravado em RENEGOC.LST.".
           EXIT.
      ******************************************************************
      * RESUMO DO CONTRATO INCLUIDO OU RENEGOCIADO, COM OS VALORES     *
      * POR EXTENSO                                                    *
      ******************************************************************
       950-RESUMO-CONTRATO             SECTION.
           MOVE LS-PRINCIPAL TO LS-S-VALOR.
           DISPLAY "Principal ...........: " LS-S-VALOR.
           MOVE LS-PRINCIPAL TO LS-VALOR-EXT.
           PERFORM 960-MOSTRA-EXTENSO.
           MOVE LS-PRESTACAO TO LS-S-VALOR.
           DISPLAY "Prestacao mensal ....: " LS-S-VALOR.
           MOVE LS-PRESTACAO TO LS-VALOR-EXT.
           PERFORM 960-MOSTRA-EXTENSO.
           EXIT.
      ******************************************************************
      * UM VALOR POR EXTENSO, EM UMA OU DUAS LINHAS                    *
      ******************************************************************
       960-MOSTRA-EXTENSO              SECTION.
           CALL "EXTENSO" USING LS-VALOR-EXT, LS-MOEDA-EXT,
              LS-EXTENSO, LS-EXT-STATUS.
           IF LS-EXTENSO(101:100) = SPACES
              DISPLAY "  (" FUNCTION TRIM(LS-EXTENSO(1:100)) ")"
           ELSE
              DISPLAY "  (" FUNCTION TRIM(LS-EXTENSO(1:100))
              DISPLAY "   " FUNCTION TRIM(LS-EXTENSO(101:100)) ")"
           END-IF.
           EXIT.
      ******************************************************************
      * ENVIO DE UMA LINHA AO SERVICO DE PAGINACAO                     *
      ******************************************************************
       990-IMPRIME-LINHA               SECTION.
           MOVE "L" TO LS-IMP-OPCAO.
           MOVE LS-LINHA TO LS-IMP-TEXTO.
           CALL "IMPRIME" USING LS-IMP-OPCAO, LS-IMP-TEXTO,
              LS-IMP-TOTAL.
           EXIT.
