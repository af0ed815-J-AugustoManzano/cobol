      * saem por C0502SAI como as demais operacoes, entao respeitam as
      * casas decimais/arredondamento configurados em C0502CFG e ficam
      * registrados em CALCLOG.DAT.
      *
      * Valor presente liquido (VPL) a uma taxa mensal e taxa interna
      * de retorno (TIR) de uma serie de fluxos datados: os fluxos sao
      * digitados (data e valor, saida negativa) ou puxados dos itens
      * em aberto de COMPROM.DAT (situacao "A", ou "R" quando ja
      * enviado em remessa, como no CAP06AP10 e no CAP06AP13) com
      * vencimento num intervalo - a
      * receber positivo, a pagar negativo, pelo saldo liquido dos
      * pagamentos de COMPAGTO.DAT como na projecao do CAP06AP13. O
      * desconto e feito a partir do fluxo mais antigo, com o prazo em
      * dias (C0602DIF) convertido em meses comerciais de 30 dias; a
      * TIR sai por bissecao sobre o VPL, em % ao mes. Os dois
      * resultados passam por C0502SAI, com o resumo da serie em
      * CL-EXPRESSAO, para ficarem em CALCLOG.DAT e no recibo.
      *
      * Compromisso em moeda estrangeira entra na serie pelo saldo
      * convertido a moeda local na taxa vigente na data de negocio
      * (TAXACAMB); moeda sem taxa vigente fica fora da serie, com
      * aviso na tela.
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
       LOCAL-STORAGE SECTION.
       78  CR VALUE X"0D".
       COPY "c05ex02.cpy".
       77  LS-MODO-OPCAO  PIC X VALUE "M".
       77  LS-MODO-ARRED  PIC 9 VALUE ZERO.
       77  LS-MODO-DUMMY  PIC 9 VALUE ZERO.
       78  LIMITE-FLUXOS VALUE 200.
       01  TB-FLUXOS.
           05  TB-FLUXO-ENTRADA OCCURS LIMITE-FLUXOS TIMES.
               10  TB-FLX-DATA     PIC X(10).
               10  TB-FLX-VALOR    PIC S9(8)V99.
               10  TB-FLX-MESES    PIC S9(5)V9(6).
       77  LS-QTDE-FLUXOS PIC 9(3) VALUE ZERO.
       78  LIMITE-CODIGOS VALUE 1000.
       01  TB-PAGOS.
           05  TB-PAGO-ENTRADA OCCURS LIMITE-CODIGOS TIMES.
               10  TB-PAGO-CODIGO  PIC X(8).
               10  TB-PAGO-SOMA    PIC 9(8)V99.
       77  LS-QTDE-PAGOS  PIC 9(4) VALUE ZERO.
       77  AC-CP          PIC 9(4).
       77  AC-ACHOU       PIC 9(4).
       77  AC-IT          PIC 9(3).
       77  LS-CMP-STATUS  PIC XX.
       77  LS-PAG-STATUS  PIC XX.
       77  LS-FIM-ARQUIVO PIC X VALUE "N".
           88 LS-FIM-OK   VALUE "S".
       77  LS-ORIGEM      PIC X.
       77  LS-DATA-ENTRADA PIC X(10).
       77  LS-DATA-VALIDA PIC X(10).
       77  LS-MOTIVO      PIC X(40).
       77  LS-VALOR-FLUXO PIC S9(8)V99.
       77  LS-INI-ORD     PIC 9(8).
       77  LS-FIM-ORD     PIC 9(8).
       77  LS-VENC-ORD    PIC 9(8).
       77  LS-BASE-ORD    PIC 9(8).
       77  LS-DATA-BASE   PIC X(10).
       77  LS-DIAS-FLUXO  PIC S9(8).
       77  LS-STATUS-DIF  PIC X.
       77  LS-SALDO-ITEM  PIC S9(8)V99.
       77  LS-CMB-DATA    PIC 9(8).
       77  LS-CMB-TAXA    PIC 9(2)V9(6).
       77  LS-CMB-VIGENCIA PIC X(10).
       77  LS-CMB-ACHOU   PIC X.
       77  LS-TAXA-TESTE  PIC S9(3)V9(8).
       77  LS-TAXA-BAIXA  PIC S9(3)V9(8).
       77  LS-TAXA-ALTA   PIC S9(3)V9(8).
       77  LS-VPL         COMP-2.
       77  LS-VPL-BAIXA   COMP-2.
       77  LS-DESCONTO    COMP-2.
       77  LS-TERMO       COMP-2.
       77  LS-BASE-DESC   COMP-2.
       77  LS-EXPRESSAO   PIC X(60).
       77  LS-S-QTDE      PIC ZZ9.
       77  LS-S-TAXA      PIC -ZZ9.9999.
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              DISPLAY "[2] - Juros compostos"
              DISPLAY "[3] - Plano de parcelas (Price)"
              DISPLAY "[4] - Registro de contratos"
              DISPLAY "[5] - Valor presente liquido (VPL)"
              DISPLAY "[6] - Taxa interna de retorno (TIR)"
              DISPLAY "[7] - Voltar ao menu principal"
              DISPLAY CR
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT LS-OPCAO
                 WHEN 4
                    CALL "C0502CTR"
                 WHEN 5
                    PERFORM 400-VALOR-PRESENTE
                 WHEN 6
                    PERFORM 500-TAXA-INTERNA
                 WHEN 7
                    EXIT PERFORM
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
           ACCEPT LS-TAXA.
           MOVE LS-TAXA TO LS-VLR-2.
           EXIT.
      ******************************************************************
      * VPL: SOMA DOS FLUXOS DESCONTADOS A TAXA MENSAL INFORMADA, A    *
      * PARTIR DO FLUXO MAIS ANTIGO                                    *
      ******************************************************************
       400-VALOR-PRESENTE               SECTION.
           MOVE "VPL" TO LS-OPERACAO.
           PERFORM 600-MONTA-FLUXOS.
           IF LS-QTDE-FLUXOS = ZERO
              DISPLAY "Nenhum fluxo informado."
              CALL "C0502PSA"
              EXIT SECTION
           END-IF
           DISPLAY "Taxa de desconto (% ao mes): " WITH NO ADVANCING.
           ACCEPT LS-TAXA.
           COMPUTE LS-TAXA-TESTE = LS-TAXA / 100.
           PERFORM 700-CALCULA-VPL.
           COMPUTE LS-C-RST ROUNDED = LS-VPL
              ON SIZE ERROR
                 DISPLAY "Resultado = ERRO"
                 CALL "C0502PSA"
                 EXIT SECTION
           END-COMPUTE.
           MOVE LS-TAXA TO LS-VLR-1.
           MOVE LS-QTDE-FLUXOS TO LS-VLR-2.
           MOVE LS-QTDE-FLUXOS TO LS-S-QTDE.
           MOVE LS-TAXA TO LS-S-TAXA.
           MOVE SPACES TO LS-EXPRESSAO.
           STRING "VPL " LS-S-QTDE " FLUXOS BASE " LS-DATA-BASE
                  " TAXA " LS-S-TAXA "% A.M."
              DELIMITED BY SIZE INTO LS-EXPRESSAO.
           CALL "C0502SAI" USING BY CONTENT LS-OPERACAO,
               LS-VLR-1, LS-VLR-2, LS-C-RST, LS-EXPRESSAO.
           EXIT.
      ******************************************************************
      * TIR: TAXA MENSAL QUE ZERA O VPL, POR BISSECAO ENTRE -50% E     *
      * 1000% AO MES; SEM TROCA DE SINAL NO INTERVALO, A TIR NAO EXISTE*
      ******************************************************************
       500-TAXA-INTERNA                 SECTION.
           MOVE "TIR" TO LS-OPERACAO.
           PERFORM 600-MONTA-FLUXOS.
           IF LS-QTDE-FLUXOS < 2
              DISPLAY "A TIR exige ao menos dois fluxos."
              CALL "C0502PSA"
              EXIT SECTION
           END-IF
           MOVE -0.50 TO LS-TAXA-BAIXA.
           MOVE 10 TO LS-TAXA-ALTA.
           MOVE LS-TAXA-BAIXA TO LS-TAXA-TESTE.
           PERFORM 700-CALCULA-VPL.
           MOVE LS-VPL TO LS-VPL-BAIXA.
           MOVE LS-TAXA-ALTA TO LS-TAXA-TESTE.
           PERFORM 700-CALCULA-VPL.
           IF (LS-VPL-BAIXA > ZERO AND LS-VPL > ZERO)
              OR (LS-VPL-BAIXA < ZERO AND LS-VPL < ZERO)
              DISPLAY "Os fluxos nao trocam de sinal: TIR indefinida."
              CALL "C0502PSA"
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-IT FROM 1 BY 1 UNTIL AC-IT > 100
              COMPUTE LS-TAXA-TESTE =
                 (LS-TAXA-BAIXA + LS-TAXA-ALTA) / 2
              PERFORM 700-CALCULA-VPL
              IF (LS-VPL > ZERO AND LS-VPL-BAIXA > ZERO)
                 OR (LS-VPL < ZERO AND LS-VPL-BAIXA < ZERO)
                 MOVE LS-TAXA-TESTE TO LS-TAXA-BAIXA
                 MOVE LS-VPL TO LS-VPL-BAIXA
              ELSE
                 MOVE LS-TAXA-TESTE TO LS-TAXA-ALTA
              END-IF
           END-PERFORM.
           COMPUTE LS-C-RST ROUNDED = LS-TAXA-TESTE * 100.
           MOVE LS-QTDE-FLUXOS TO LS-VLR-1.
           MOVE ZERO TO LS-VLR-2.
           MOVE LS-QTDE-FLUXOS TO LS-S-QTDE.
           MOVE SPACES TO LS-EXPRESSAO.
           STRING "TIR % A.M. " LS-S-QTDE " FLUXOS BASE "
                  LS-DATA-BASE
              DELIMITED BY SIZE INTO LS-EXPRESSAO.
           CALL "C0502SAI" USING BY CONTENT LS-OPERACAO,
               LS-VLR-1, LS-VLR-2, LS-C-RST, LS-EXPRESSAO.
           EXIT.
      ******************************************************************
      * MONTAGEM DA SERIE DE FLUXOS: DIGITADA OU PUXADA DE COMPROM.DAT;*
      * A DATA-BASE E O FLUXO MAIS ANTIGO E CADA FLUXO GUARDA O PRAZO  *
      * EM MESES COMERCIAIS A PARTIR DELA                              *
      ******************************************************************
       600-MONTA-FLUXOS                 SECTION.
           MOVE ZERO TO LS-QTDE-FLUXOS.
           DISPLAY "Fluxos [D]igitados ou dos [C]ompromissos? "
              WITH NO ADVANCING.
           ACCEPT LS-ORIGEM.
           MOVE FUNCTION UPPER-CASE(LS-ORIGEM) TO LS-ORIGEM.
           IF LS-ORIGEM = "C"
              PERFORM 650-FLUXOS-COMPROMISSOS
           ELSE
              PERFORM 620-FLUXOS-DIGITADOS
           END-IF
           IF LS-QTDE-FLUXOS = ZERO
              EXIT SECTION
           END-IF
           MOVE 99999999 TO LS-BASE-ORD.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-FLUXOS
              MOVE TB-FLX-DATA(AC-CI)(7:4) TO LS-VENC-ORD(1:4)
              MOVE TB-FLX-DATA(AC-CI)(4:2) TO LS-VENC-ORD(5:2)
              MOVE TB-FLX-DATA(AC-CI)(1:2) TO LS-VENC-ORD(7:2)
              IF LS-VENC-ORD < LS-BASE-ORD
                 MOVE LS-VENC-ORD TO LS-BASE-ORD
                 MOVE TB-FLX-DATA(AC-CI) TO LS-DATA-BASE
              END-IF
           END-PERFORM.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-FLUXOS
              CALL "C0602DIF" USING LS-DATA-BASE, TB-FLX-DATA(AC-CI),
                 LS-DIAS-FLUXO, LS-STATUS-DIF
              IF LS-STATUS-DIF = "S"
                 COMPUTE TB-FLX-MESES(AC-CI) = LS-DIAS-FLUXO / 30
              ELSE
                 MOVE ZERO TO TB-FLX-MESES(AC-CI)
              END-IF
           END-PERFORM.
           DISPLAY "Fluxos na serie: " LS-QTDE-FLUXOS
              "  (data-base " LS-DATA-BASE ")".
           EXIT.
      ******************************************************************
      * FLUXOS DIGITADOS: DATA VALIDADA POR C0602DAT E VALOR COM SINAL *
      * (SAIDA NEGATIVA); DATA EM BRANCO ENCERRA A DIGITACAO           *
      ******************************************************************
       620-FLUXOS-DIGITADOS             SECTION.
           PERFORM UNTIL LS-QTDE-FLUXOS >= LIMITE-FLUXOS
              DISPLAY "Data do fluxo (DD/MM/AAAA, branco encerra): "
                 WITH NO ADVANCING
              MOVE SPACES TO LS-DATA-ENTRADA
              ACCEPT LS-DATA-ENTRADA
              IF LS-DATA-ENTRADA = SPACES
                 EXIT PERFORM
              END-IF
              CALL "C0602DAT" USING BY CONTENT LS-DATA-ENTRADA,
                  BY REFERENCE LS-DATA-VALIDA, BY REFERENCE LS-MOTIVO,
                  BY CONTENT "B"
              IF LS-DATA-VALIDA = "**/**/****"
                 DISPLAY "Data invalida: " FUNCTION TRIM(LS-MOTIVO)
              ELSE
                 DISPLAY "Valor (saida negativa) ..: "
                    WITH NO ADVANCING
                 ACCEPT LS-VALOR-FLUXO
                 ADD 1 TO LS-QTDE-FLUXOS
                 MOVE LS-DATA-VALIDA TO TB-FLX-DATA(LS-QTDE-FLUXOS)
                 MOVE LS-VALOR-FLUXO TO TB-FLX-VALOR(LS-QTDE-FLUXOS)
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * FLUXOS DOS COMPROMISSOS EM ABERTO ("A", OU "R" SE ENVIADO EM   *
      * REMESSA) COM VENCIMENTO NO INTERVALO:                          *
      * A RECEBER POSITIVO, A PAGAR (OU SEM DIRECAO) NEGATIVO, PELO    *
      * SALDO LIQUIDO DOS PAGAMENTOS JA FEITOS                         *
      ******************************************************************
       650-FLUXOS-COMPROMISSOS          SECTION.
           DISPLAY "Vencimento inicial (DD/MM/AAAA): "
              WITH NO ADVANCING.
           ACCEPT LS-DATA-ENTRADA.
           CALL "C0602DAT" USING BY CONTENT LS-DATA-ENTRADA,
               BY REFERENCE LS-DATA-VALIDA, BY REFERENCE LS-MOTIVO,
               BY CONTENT "B".
           IF LS-DATA-VALIDA = "**/**/****"
              DISPLAY "Data invalida: " FUNCTION TRIM(LS-MOTIVO)
              EXIT SECTION
           END-IF
           MOVE LS-DATA-VALIDA(7:4) TO LS-INI-ORD(1:4).
           MOVE LS-DATA-VALIDA(4:2) TO LS-INI-ORD(5:2).
           MOVE LS-DATA-VALIDA(1:2) TO LS-INI-ORD(7:2).
           DISPLAY "Vencimento final (DD/MM/AAAA) .: "
              WITH NO ADVANCING.
           ACCEPT LS-DATA-ENTRADA.
           CALL "C0602DAT" USING BY CONTENT LS-DATA-ENTRADA,
               BY REFERENCE LS-DATA-VALIDA, BY REFERENCE LS-MOTIVO,
               BY CONTENT "B".
           IF LS-DATA-VALIDA = "**/**/****"
              DISPLAY "Data invalida: " FUNCTION TRIM(LS-MOTIVO)
              EXIT SECTION
           END-IF
           MOVE LS-DATA-VALIDA(7:4) TO LS-FIM-ORD(1:4).
           MOVE LS-DATA-VALIDA(4:2) TO LS-FIM-ORD(5:2).
           MOVE LS-DATA-VALIDA(1:2) TO LS-FIM-ORD(7:2).
           PERFORM 660-CARREGA-PAGAMENTOS.
           OPEN INPUT COMPROM-FILE.
           IF LS-CMP-STATUS NOT = "00"
              DISPLAY "Nenhum compromisso registrado."
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ COMPROM-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF CM-SITUACAO = "A" OR CM-SITUACAO = "R"
                       PERFORM 670-ACRESCENTA-ITEM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * SOMA DOS PAGAMENTOS DE COMPAGTO.DAT POR CODIGO                 *
      ******************************************************************
       660-CARREGA-PAGAMENTOS           SECTION.
           MOVE ZERO TO LS-QTDE-PAGOS.
           OPEN INPUT PAGTO-FILE.
           IF LS-PAG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ PAGTO-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    MOVE ZERO TO AC-ACHOU
                    PERFORM VARYING AC-CP FROM 1 BY 1
                            UNTIL AC-CP > LS-QTDE-PAGOS
                               OR AC-ACHOU > ZERO
                       IF TB-PAGO-CODIGO(AC-CP) = PG-CODIGO
                          MOVE AC-CP TO AC-ACHOU
                       END-IF
                    END-PERFORM
                    IF AC-ACHOU = ZERO
                       AND LS-QTDE-PAGOS < LIMITE-CODIGOS
                       ADD 1 TO LS-QTDE-PAGOS
                       MOVE LS-QTDE-PAGOS TO AC-ACHOU
                       MOVE PG-CODIGO TO TB-PAGO-CODIGO(AC-ACHOU)
                       MOVE ZERO TO TB-PAGO-SOMA(AC-ACHOU)
                    END-IF
                    IF AC-ACHOU > ZERO
                       ADD PG-VALOR TO TB-PAGO-SOMA(AC-ACHOU)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PAGTO-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM ITEM EM ABERTO DENTRO DO INTERVALO VIRA UM FLUXO DA SERIE   *
      ******************************************************************
       670-ACRESCENTA-ITEM              SECTION.
           MOVE CM-VENCIMENTO(7:4) TO LS-VENC-ORD(1:4).
           MOVE CM-VENCIMENTO(4:2) TO LS-VENC-ORD(5:2).
           MOVE CM-VENCIMENTO(1:2) TO LS-VENC-ORD(7:2).
           IF LS-VENC-ORD < LS-INI-ORD OR LS-VENC-ORD > LS-FIM-ORD
              EXIT SECTION
           END-IF
           MOVE CM-VALOR TO LS-SALDO-ITEM.
           PERFORM VARYING AC-CP FROM 1 BY 1
                   UNTIL AC-CP > LS-QTDE-PAGOS
              IF TB-PAGO-CODIGO(AC-CP) = CM-CODIGO
                 COMPUTE LS-SALDO-ITEM = CM-VALOR
                    - TB-PAGO-SOMA(AC-CP)
              END-IF
           END-PERFORM.
           IF LS-SALDO-ITEM <= ZERO
              OR LS-QTDE-FLUXOS >= LIMITE-FLUXOS
              EXIT SECTION
           END-IF
           IF CM-MOEDA NOT = SPACES
              CALL "DATANEG" USING BY CONTENT "C",
                 BY REFERENCE LS-CMB-DATA
              CALL "TAXACAMB" USING CM-MOEDA, LS-CMB-DATA,
                 LS-CMB-TAXA, LS-CMB-VIGENCIA, LS-CMB-ACHOU
              IF LS-CMB-ACHOU NOT = "S"
                 DISPLAY "Compromisso " CM-CODIGO " em " CM-MOEDA
                    " sem taxa vigente; fora da serie."
                 EXIT SECTION
              END-IF
              COMPUTE LS-SALDO-ITEM ROUNDED =
                 LS-SALDO-ITEM * LS-CMB-TAXA
           END-IF
           ADD 1 TO LS-QTDE-FLUXOS.
           MOVE CM-VENCIMENTO TO TB-FLX-DATA(LS-QTDE-FLUXOS).
           IF CM-DIRECAO = "R"
              MOVE LS-SALDO-ITEM TO TB-FLX-VALOR(LS-QTDE-FLUXOS)
           ELSE
              COMPUTE TB-FLX-VALOR(LS-QTDE-FLUXOS) = 0 - LS-SALDO-ITEM
           END-IF.
           EXIT.
      ******************************************************************
      * VPL DA SERIE A TAXA MENSAL LS-TAXA-TESTE (FRACAO, NAO %); CADA *
      * TERMO E VALOR / (1 + TAXA) ** MESES EM PONTO FLUTUANTE, PARA O *
      * FATOR NAO SE PERDER NAS TAXAS BAIXAS NEM ESTOURAR NAS ALTAS.   *
      * SE O FATOR SAI DA FAIXA DO PONTO FLUTUANTE, COM TAXA POSITIVA  *
      * O TERMO E DESPREZIVEL; COM TAXA NEGATIVA O FLUXO DOMINA A SOMA *
      * COM O SEU SINAL                                                *
      ******************************************************************
       700-CALCULA-VPL                  SECTION.
           MOVE ZERO TO LS-VPL.
           COMPUTE LS-BASE-DESC = 1 + LS-TAXA-TESTE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-FLUXOS
              COMPUTE LS-DESCONTO = LS-BASE-DESC ** TB-FLX-MESES(AC-CI)
                 ON SIZE ERROR
                    MOVE ZERO TO LS-DESCONTO
              END-COMPUTE
              IF LS-DESCONTO = ZERO
                 PERFORM 720-TERMO-FORA-DA-FAIXA
              ELSE
                 COMPUTE LS-TERMO = TB-FLX-VALOR(AC-CI) / LS-DESCONTO
                    ON SIZE ERROR
                       PERFORM 720-TERMO-FORA-DA-FAIXA
                 END-COMPUTE
              END-IF
              COMPUTE LS-VPL = LS-VPL + LS-TERMO
           END-PERFORM.
           EXIT.
      ******************************************************************
      * TERMO CUJO FATOR DE DESCONTO SAIU DA FAIXA DO PONTO FLUTUANTE  *
      ******************************************************************
       720-TERMO-FORA-DA-FAIXA          SECTION.
           IF LS-BASE-DESC > 1
              MOVE ZERO TO LS-TERMO
           ELSE
              COMPUTE LS-TERMO = TB-FLX-VALOR(AC-CI) * 1.0E+300
           END-IF.
           EXIT.
