       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP05AP12.
      *
      * Rateio mensal do uso da calculadora por departamento: as areas
      * submetem trabalho pelo lote (LOTEIN.DAT) e a financa quer
      * recuperar o custo do servico. Este passo mensal da cadeia
      * noturna conta, na competencia, as operacoes processadas de
      * cada departamento registradas em CALCLOG.DAT (CL-DEPTO, pela
      * data de negocio CL-DATA-NEG ou, nos registros antigos, pela
      * data de relogio), separadas por tipo - aritmetica, expressao,
      * cambio e calculo financeiro - e as precifica pela tabela de
      * tarifas de SYSCFG.DAT (TARIFA-ARIT, TARIFA-EXPR, TARIFA-CAMB,
      * TARIFA-FIN, em centavos por operacao, mantidas na tela
      * CAP02AP14). As linhas de controle do lote (SUBTOTAL, TOTAL) e
      * as operacoes invalidas nao sao cobradas. Todo registro
      * processado de LOTEOUT.DAT tambem esta em CALCLOG.DAT com o
      * departamento, entao o log basta e nada e contado duas vezes.
      *
      * Sai um extrato por departamento (RATEIO.LST, via IMPRIME/
      * RELGER, uma pagina cada) com nome, centro de custo e
      * responsavel do cadastro DEPTO.DAT, e um resumo geral ao fim.
      * O total de cada extrato e lancado em COMPROM.DAT como
      * compromisso A RECEBER do departamento (codigo depto+AAMM,
      * descricao "RATEIO CALC AAAA/MM depto", vencimento RATEIO-PRAZO
      * dias uteis a frente), para envelhecer na fila como os demais;
      * a descricao e a chave contra lancamento em dobro, entao rodar
      * de novo a mesma competencia nao duplica nada. O uso sem
      * departamento (operacoes interativas e lotes antigos) aparece
      * no resumo mas nao e cobrado; um codigo fora do cadastro tem
      * extrato impresso, sem lancamento, e o job termina com 4.
      *
      * A competencia padrao e o mes anterior ao da data de negocio
      * (o passo roda no primeiro dia util do mes); o parametro
      * OPCIONAL LK-COMPETENCIA (AAAAMM) refaz um mes especifico.
      *
      * Recibo anulado nao e cobrado: uma passada previa no log
      * levanta os recibos apontados pelos registros ESTORNO
      * (C0502ANU), e tanto o estorno quanto a operacao original
      * anulada ficam fora da contagem.
      *
      * O calculo de imposto (IMPOSTO, interativo C0502IMP ou operacao
      * "I" do lote) e cobrado como calculo financeiro.
      *
      * O rateio lancado leva a unidade (sitio) do departamento (DP-
      * UNIDADE), a sede quando o departamento nao tem unidade ou
      * esta fora do cadastro.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
           SELECT DEPTO-FILE ASSIGN TO "DEPTO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEP-STATUS.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-LOG-FILE.
       COPY "calclog.cpy".
       FD  DEPTO-FILE.
       COPY "depto.cpy".
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
       WORKING-STORAGE SECTION.
       78  LIMITE-DEPTOS VALUE 200.
       01  WS-TABELA-CADASTRO.
           05  WS-CAD-REG PIC X(58) OCCURS LIMITE-DEPTOS TIMES.
       77  WS-QTDE-CADASTRO    PIC 9(3) VALUE ZERO.
      *    Uso apurado: um item por departamento que apareceu no log
      *    da competencia (o codigo em branco e o uso sem depto).
       01  WS-TABELA-USO.
           05  WS-USO-ENTRADA OCCURS LIMITE-DEPTOS TIMES.
               10  WS-USO-DEPTO    PIC X(4).
               10  WS-USO-QTDE     PIC 9(6) OCCURS 4 TIMES.
               10  WS-USO-TOTAL    PIC 9(7)V99.
               10  WS-USO-LANCADO  PIC X.
       77  WS-QTDE-USO         PIC 9(3) VALUE ZERO.
       77  WS-TRANSBORDO       PIC X VALUE "N".
      *    Recibos anulados por estorno em qualquer data do log.
       78  LIMITE-ANULADOS VALUE 2000.
       01  WS-TABELA-ANULADOS.
           05  WS-ANU-RECIBO PIC 9(6) OCCURS LIMITE-ANULADOS TIMES.
       77  WS-QTDE-ANULADOS    PIC 9(4) VALUE ZERO.
       77  AC-AN               PIC 9(4).
      *    Tipos de operacao: 1 aritmetica, 2 expressao, 3 cambio,
      *    4 calculo financeiro.
       01  WS-TABELA-TIPOS.
           05  FILLER PIC X(12) VALUE "ARITMETICA".
           05  FILLER PIC X(12) VALUE "EXPRESSAO".
           05  FILLER PIC X(12) VALUE "CAMBIO".
           05  FILLER PIC X(12) VALUE "FINANCEIRO".
       01  WS-TABELA-TIPOS-R REDEFINES WS-TABELA-TIPOS.
           05  WS-TIPO-NOME PIC X(12) OCCURS 4 TIMES.
       01  WS-TABELA-TARIFAS.
           05  WS-TARIFA PIC 9(2)V99 OCCURS 4 TIMES.
       77  AC-CI               PIC 9(3).
       77  AC-TP               PIC 9.
       77  AC-US               PIC 9(3).
       77  WS-TIPO             PIC 9.
       77  WS-LOG-STATUS       PIC XX.
       77  WS-DEP-STATUS       PIC XX.
       77  WS-CMP-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-CFG-CHAVE        PIC X(12).
       77  WS-CFG-VALOR        PIC X(30).
       77  WS-CFG-CENTESIMOS   PIC 9(4).
       77  WS-PRAZO            PIC 9(4) VALUE 10.
       77  WS-DATA-NEG         PIC 9(8).
       01  WS-HOJE-BR.
           05  WS-HB-DIA       PIC XX.
           05  FILLER          PIC X VALUE "/".
           05  WS-HB-MES       PIC XX.
           05  FILLER          PIC X VALUE "/".
           05  WS-HB-ANO       PIC X(4).
       01  WS-COMPETENCIA.
           05  WS-CPT-ANO      PIC 9(4).
           05  WS-CPT-MES      PIC 9(2).
       77  WS-DATA-REGISTRO    PIC 9(8).
       77  WS-VENCIMENTO       PIC X(10).
       77  WS-STATUS-DATA      PIC X.
       77  WS-CAD-ACHOU        PIC 9(3).
       77  WS-VALOR-TIPO       PIC 9(7)V99.
       77  WS-DESCRICAO-CHAVE  PIC X(30).
       77  WS-JA-LANCADO       PIC X.
       77  WS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-COBRADAS   PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-REJEITADOS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-LANCADOS   PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-GERAL      PIC 9(7)V99 VALUE ZERO.
       77  WS-QTDE-EXTRATOS    PIC 9(3) VALUE ZERO.
       77  WS-S-QTDE           PIC ZZZ,ZZ9.
       77  WS-S-QTDE-2         PIC ZZZ,ZZ9.
       77  WS-S-QTDE-3         PIC ZZZ,ZZ9.
       77  WS-S-QTDE-4         PIC ZZZ,ZZ9.
       77  WS-S-TARIFA         PIC Z9.99.
       77  WS-S-VALOR          PIC Z,ZZZ,ZZ9.99.
       77  WS-LINHA            PIC X(90) VALUE SPACES.
       77  WS-IMP-OPCAO        PIC X.
       77  WS-IMP-TEXTO        PIC X(132).
       77  WS-IMP-TOTAL        PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO   PIC X(14).
       01  WS-DATA-INICIO      PIC X(20).
       01  WS-DATA-FIM         PIC X(20).
       77  WS-DUR-HRA          PIC 9(4).
       77  WS-DUR-MIN          PIC 9(2).
       77  WS-DUR-SEG          PIC 9(2).
       77  WS-DUR-CEN          PIC 9(2).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP05A12".
       77  WS-UNI-CHAVE        PIC X(12).
       77  WS-UNIDADE          PIC X(3).
       77  WS-UNI-STATUS       PIC X.
       77  WS-RESULTADO        PIC X(20).
       LINKAGE SECTION.
       77  LK-COMPETENCIA      PIC 9(6).
       PROCEDURE DIVISION USING OPTIONAL LK-COMPETENCIA.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Rateio Mensal da Calculadora".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           PERFORM 100-LE-PARAMETROS.
           PERFORM 150-CARREGA-CADASTRO.
           PERFORM 190-LEVANTA-ANULADOS.
           PERFORM 200-APURA-USO.
           IF WS-TRANSBORDO = "S"
              DISPLAY "Departamentos alem da capacidade da tabela; "
                      "rateio cancelado para nao truncar."
              MOVE "TRANSBORDO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "RATEIO.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "RATEIO MENSAL DA CALCULADORA POR DEPARTAMENTO"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           PERFORM VARYING AC-US FROM 1 BY 1
                   UNTIL AC-US > WS-QTDE-USO
              IF WS-USO-DEPTO(AC-US) NOT = SPACES
                 PERFORM 300-EMITE-EXTRATO
              END-IF
           END-PERFORM.
           PERFORM 500-IMPRIME-RESUMO.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-QTDE-EXTRATOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "RATEIO.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Competencia ........: " WS-CPT-MES "/" WS-CPT-ANO.
           DISPLAY "Operacoes cobradas .: " WS-TOTAL-COBRADAS.
           DISPLAY "Extratos emitidos ..: " WS-QTDE-EXTRATOS.
           DISPLAY "Compromissos novos .: " WS-TOTAL-LANCADOS.
           DISPLAY "Extratos gravados em RATEIO.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-REJEITADOS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           IF WS-TOTAL-REJEITADOS = ZERO
              MOVE "RATEIO EMITIDO" TO WS-RESULTADO
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE "RATEIO C/REJEICAO" TO WS-RESULTADO
              MOVE 4 TO RETURN-CODE
           END-IF.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           GOBACK.
      ******************************************************************
      * TARIFAS E PRAZO (SYSCFG), DATA DE NEGOCIO E COMPETENCIA        *
      ******************************************************************
       100-LE-PARAMETROS               SECTION.
           MOVE 0.05 TO WS-TARIFA(1).
           MOVE 0.10 TO WS-TARIFA(2).
           MOVE 0.25 TO WS-TARIFA(3).
           MOVE 0.50 TO WS-TARIFA(4).
           MOVE "TARIFA-ARIT" TO WS-CFG-CHAVE.
           MOVE 1 TO AC-TP.
           PERFORM 110-LE-TARIFA.
           MOVE "TARIFA-EXPR" TO WS-CFG-CHAVE.
           MOVE 2 TO AC-TP.
           PERFORM 110-LE-TARIFA.
           MOVE "TARIFA-CAMB" TO WS-CFG-CHAVE.
           MOVE 3 TO AC-TP.
           PERFORM 110-LE-TARIFA.
           MOVE "TARIFA-FIN" TO WS-CFG-CHAVE.
           MOVE 4 TO AC-TP.
           PERFORM 110-LE-TARIFA.
           MOVE "RATEIO-PRAZO" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:3) IS NUMERIC
              MOVE WS-CFG-VALOR(1:3) TO WS-PRAZO
           END-IF
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           MOVE WS-DATA-NEG(7:2) TO WS-HB-DIA.
           MOVE WS-DATA-NEG(5:2) TO WS-HB-MES.
           MOVE WS-DATA-NEG(1:4) TO WS-HB-ANO.
           IF ADDRESS OF LK-COMPETENCIA NOT = NULL
              AND LK-COMPETENCIA IS NUMERIC
              AND LK-COMPETENCIA NOT = ZERO
              MOVE LK-COMPETENCIA TO WS-COMPETENCIA
           ELSE
              MOVE WS-DATA-NEG(1:6) TO WS-COMPETENCIA
              IF WS-CPT-MES = 1
                 MOVE 12 TO WS-CPT-MES
                 SUBTRACT 1 FROM WS-CPT-ANO
              ELSE
                 SUBTRACT 1 FROM WS-CPT-MES
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * UMA TARIFA EM CENTAVOS (4 DIGITOS) PARA A POSICAO AC-TP        *
      ******************************************************************
       110-LE-TARIFA                   SECTION.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:4) IS NUMERIC
              MOVE WS-CFG-VALOR(1:4) TO WS-CFG-CENTESIMOS
              COMPUTE WS-TARIFA(AC-TP) = WS-CFG-CENTESIMOS / 100
           END-IF.
           EXIT.
      ******************************************************************
      * CARGA DO CADASTRO DE DEPARTAMENTOS (NOME, CENTRO DE CUSTO E    *
      * RESPONSAVEL DOS EXTRATOS E DOS COMPROMISSOS)                   *
      ******************************************************************
       150-CARREGA-CADASTRO            SECTION.
           OPEN INPUT DEPTO-FILE.
           IF WS-DEP-STATUS NOT = "00"
              DISPLAY "Cadastro DEPTO.DAT ausente; nenhum rateio sera "
                      "lancado."
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ DEPTO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-CADASTRO < LIMITE-DEPTOS
                       ADD 1 TO WS-QTDE-CADASTRO
                       MOVE DP-REGISTRO
                          TO WS-CAD-REG(WS-QTDE-CADASTRO)
                    ELSE
                       MOVE "S" TO WS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DEPTO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * PASSADA PREVIA NO LOG: RECIBOS ANULADOS PELOS REGISTROS        *
      * ESTORNO, QUE NAO ENTRAM NA COBRANCA                            *
      ******************************************************************
       190-LEVANTA-ANULADOS            SECTION.
           OPEN INPUT CALC-LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ CALC-LOG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CL-OPERACAO = "ESTORNO" AND CL-RECIBO NOT = ZERO
                       IF WS-QTDE-ANULADOS < LIMITE-ANULADOS
                          ADD 1 TO WS-QTDE-ANULADOS
                          MOVE CL-RECIBO
                             TO WS-ANU-RECIBO(WS-QTDE-ANULADOS)
                       ELSE
                          DISPLAY "Tabela de anulados cheia; recibo "
                             CL-RECIBO " sera cobrado."
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CALC-LOG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * LEITURA DE CALCLOG.DAT: CADA OPERACAO COBRAVEL DA COMPETENCIA  *
      * SOMA UM NA CONTAGEM DO TIPO DO SEU DEPARTAMENTO                *
      ******************************************************************
       200-APURA-USO                   SECTION.
           OPEN INPUT CALC-LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
              DISPLAY "Nenhuma operacao registrada em CALCLOG.DAT."
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ CALC-LOG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-TOTAL-LIDOS
                    PERFORM 210-CLASSIFICA-OPERACAO
              END-READ
           END-PERFORM.
           CLOSE CALC-LOG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * COMPETENCIA E TIPO DE UMA OPERACAO DO LOG; AS LINHAS DE        *
      * CONTROLE DO LOTE, AS INVALIDAS E AS ANULADAS FICAM DE FORA     *
      ******************************************************************
       210-CLASSIFICA-OPERACAO         SECTION.
           IF CL-DATA-NEG IS NUMERIC AND CL-DATA-NEG NOT = ZERO
              MOVE CL-DATA-NEG TO WS-DATA-REGISTRO
           ELSE
              MOVE CL-DATA TO WS-DATA-REGISTRO
           END-IF
           IF WS-DATA-REGISTRO(1:6) NOT = WS-COMPETENCIA
              EXIT SECTION
           END-IF
           EVALUATE CL-OPERACAO
              WHEN "SUBTOTAL"
              WHEN "TOTAL"
              WHEN "INVALIDA"
              WHEN "ESTORNO"
                 EXIT SECTION
              WHEN "EXPRESSAO"
                 MOVE 2 TO WS-TIPO
              WHEN "CAMBIO"
                 MOVE 3 TO WS-TIPO
              WHEN "JUROS SIMP"
              WHEN "JUROS COMP"
              WHEN "PARCELAS"
              WHEN "VPL"
              WHEN "TIR"
              WHEN "IMPOSTO"
                 MOVE 4 TO WS-TIPO
              WHEN OTHER
                 MOVE 1 TO WS-TIPO
           END-EVALUATE.
           IF CL-RECIBO IS NUMERIC AND CL-RECIBO NOT = ZERO
              PERFORM VARYING AC-AN FROM 1 BY 1
                      UNTIL AC-AN > WS-QTDE-ANULADOS
                 IF WS-ANU-RECIBO(AC-AN) = CL-RECIBO
                    EXIT SECTION
                 END-IF
              END-PERFORM
           END-IF
           PERFORM VARYING AC-US FROM 1 BY 1
                   UNTIL AC-US > WS-QTDE-USO
              IF WS-USO-DEPTO(AC-US) = CL-DEPTO
                 ADD 1 TO WS-USO-QTDE(AC-US, WS-TIPO)
                 ADD 1 TO WS-TOTAL-COBRADAS
                 EXIT SECTION
              END-IF
           END-PERFORM.
           IF WS-QTDE-USO >= LIMITE-DEPTOS
              MOVE "S" TO WS-TRANSBORDO
              EXIT SECTION
           END-IF
           ADD 1 TO WS-QTDE-USO.
           MOVE CL-DEPTO TO WS-USO-DEPTO(WS-QTDE-USO).
           PERFORM VARYING AC-TP FROM 1 BY 1 UNTIL AC-TP > 4
              MOVE ZERO TO WS-USO-QTDE(WS-QTDE-USO, AC-TP)
           END-PERFORM.
           MOVE ZERO TO WS-USO-TOTAL(WS-QTDE-USO).
           MOVE "N" TO WS-USO-LANCADO(WS-QTDE-USO).
           MOVE 1 TO WS-USO-QTDE(WS-QTDE-USO, WS-TIPO).
           ADD 1 TO WS-TOTAL-COBRADAS.
           EXIT.
      ******************************************************************
      * EXTRATO DE UM DEPARTAMENTO: UMA PAGINA COM OS DADOS DO         *
      * CADASTRO, UMA LINHA POR TIPO E O TOTAL, QUE VIRA COMPROMISSO   *
      ******************************************************************
       300-EMITE-EXTRATO               SECTION.
           MOVE ZERO TO WS-CAD-ACHOU.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-CADASTRO
              IF WS-CAD-REG(AC-CI)(1:4) = WS-USO-DEPTO(AC-US)
                 MOVE AC-CI TO WS-CAD-ACHOU
              END-IF
           END-PERFORM.
           IF WS-CAD-ACHOU > ZERO
              MOVE WS-CAD-REG(WS-CAD-ACHOU) TO DP-REGISTRO
           ELSE
              MOVE SPACES TO DP-REGISTRO
              MOVE WS-USO-DEPTO(AC-US) TO DP-CODIGO
              MOVE "(FORA DO CADASTRO)" TO DP-NOME
           END-IF
           IF WS-QTDE-EXTRATOS > ZERO
              MOVE "P" TO WS-IMP-OPCAO
              CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
                 WS-IMP-TOTAL
           END-IF
           ADD 1 TO WS-QTDE-EXTRATOS.
           MOVE SPACES TO WS-LINHA.
           STRING "EXTRATO DE RATEIO - COMPETENCIA " WS-CPT-MES "/"
                  WS-CPT-ANO
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "DEPARTAMENTO: " DP-CODIGO " - " DP-NOME
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CENTRO DE CUSTO: " DP-CCUSTO
                  "   RESPONSAVEL: " DP-RESPONSAVEL
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "TIPO DE OPERACAO    QUANTIDADE  TARIFA         VALOR"
              TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE ZERO TO WS-USO-TOTAL(AC-US).
           PERFORM VARYING AC-TP FROM 1 BY 1 UNTIL AC-TP > 4
              COMPUTE WS-VALOR-TIPO =
                 WS-USO-QTDE(AC-US, AC-TP) * WS-TARIFA(AC-TP)
              ADD WS-VALOR-TIPO TO WS-USO-TOTAL(AC-US)
              MOVE WS-USO-QTDE(AC-US, AC-TP) TO WS-S-QTDE
              MOVE WS-TARIFA(AC-TP) TO WS-S-TARIFA
              MOVE WS-VALOR-TIPO TO WS-S-VALOR
              MOVE SPACES TO WS-LINHA
              STRING WS-TIPO-NOME(AC-TP) "        " WS-S-QTDE "   "
                     WS-S-TARIFA " " WS-S-VALOR
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-PERFORM.
           ADD WS-USO-TOTAL(AC-US) TO WS-TOTAL-GERAL.
           MOVE WS-USO-TOTAL(AC-US) TO WS-S-VALOR.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL DO DEPARTAMENTO                      "
                  WS-S-VALOR
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           EVALUATE TRUE
              WHEN WS-CAD-ACHOU = ZERO
                 ADD 1 TO WS-TOTAL-REJEITADOS
                 MOVE "DEPARTAMENTO FORA DO CADASTRO - NAO LANCADO"
                    TO WS-LINHA
              WHEN WS-USO-TOTAL(AC-US) = ZERO
                 MOVE "TOTAL ZERADO - NADA A LANCAR" TO WS-LINHA
              WHEN OTHER
                 PERFORM 400-LANCA-COMPROMISSO
           END-EVALUATE.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * LANCAMENTO DO TOTAL COMO COMPROMISSO A RECEBER; A DESCRICAO E  *
      * A CHAVE CONTRA LANCAMENTO EM DOBRO DA MESMA COMPETENCIA        *
      ******************************************************************
       400-LANCA-COMPROMISSO           SECTION.
           MOVE SPACES TO WS-DESCRICAO-CHAVE.
           STRING "RATEIO CALC " WS-CPT-ANO "/" WS-CPT-MES " "
                  DP-CODIGO
              DELIMITED BY SIZE INTO WS-DESCRICAO-CHAVE.
           PERFORM 450-PROCURA-LANCAMENTO.
           IF WS-JA-LANCADO = "S"
              MOVE "S" TO WS-USO-LANCADO(AC-US)
              MOVE "COMPROMISSO DA COMPETENCIA JA LANCADO"
                 TO WS-LINHA
              EXIT SECTION
           END-IF
           CALL "C0602NDU" USING WS-HOJE-BR, WS-PRAZO, WS-VENCIMENTO,
              WS-STATUS-DATA.
           IF WS-STATUS-DATA NOT = "S"
              MOVE WS-HOJE-BR TO WS-VENCIMENTO
           END-IF
           MOVE SPACES TO CM-CODIGO.
           STRING DP-CODIGO WS-CPT-ANO(3:2) WS-CPT-MES
              DELIMITED BY SIZE INTO CM-CODIGO.
           MOVE WS-DESCRICAO-CHAVE TO CM-DESCRICAO.
           MOVE WS-VENCIMENTO TO CM-VENCIMENTO.
           COMPUTE CM-VALOR ROUNDED = WS-USO-TOTAL(AC-US).
           MOVE DP-RESPONSAVEL TO CM-RESPONSAVEL.
           MOVE "A" TO CM-SITUACAO.
           MOVE "R" TO CM-DIRECAO.
           MOVE SPACES TO CM-MOEDA.
           MOVE 1 TO CM-TAXA-ORIG.
           MOVE WS-DATA-NEG TO CM-DATA-ORIG.
           MOVE SPACES TO WS-UNI-CHAVE.
           MOVE DP-UNIDADE TO WS-UNIDADE.
           CALL "UNIDSVC" USING BY CONTENT "R",
              BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE, WS-UNI-STATUS.
           MOVE WS-UNIDADE TO CM-UNIDADE.
           OPEN EXTEND COMPROM-FILE.
           IF WS-CMP-STATUS = "35"
              OPEN OUTPUT COMPROM-FILE
           END-IF
           WRITE CM-REGISTRO.
           CLOSE COMPROM-FILE.
           ADD 1 TO WS-TOTAL-LANCADOS.
           MOVE "S" TO WS-USO-LANCADO(AC-US).
           STRING "LANCADO EM COMPROMISSOS: " CM-CODIGO
                  " VENCIMENTO " CM-VENCIMENTO
              DELIMITED BY SIZE INTO WS-LINHA.
           EXIT.
      ******************************************************************
      * PROCURA EM COMPROM.DAT A DESCRICAO-CHAVE DA COMPETENCIA        *
      ******************************************************************
       450-PROCURA-LANCAMENTO          SECTION.
           MOVE "N" TO WS-JA-LANCADO.
           OPEN INPUT COMPROM-FILE.
           IF WS-CMP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ COMPROM-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CM-DESCRICAO = WS-DESCRICAO-CHAVE
                       MOVE "S" TO WS-JA-LANCADO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * RESUMO GERAL: UMA LINHA POR DEPARTAMENTO (O USO SEM DEPTO      *
      * APARECE, SEM COBRANCA) E O TOTAL DA COMPETENCIA                *
      ******************************************************************
       500-IMPRIME-RESUMO              SECTION.
           IF WS-QTDE-EXTRATOS > ZERO
              MOVE "P" TO WS-IMP-OPCAO
              CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
                 WS-IMP-TOTAL
           END-IF
           MOVE SPACES TO WS-LINHA.
           STRING "RESUMO DO RATEIO - COMPETENCIA " WS-CPT-MES "/"
                  WS-CPT-ANO
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "DEPTO     ARITM    EXPRES    CAMBIO     FINAN"
              TO WS-LINHA.
           MOVE "         VALOR LANC" TO WS-LINHA(47:19).
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-US FROM 1 BY 1
                   UNTIL AC-US > WS-QTDE-USO
              MOVE WS-USO-QTDE(AC-US, 1) TO WS-S-QTDE
              MOVE WS-USO-QTDE(AC-US, 2) TO WS-S-QTDE-2
              MOVE WS-USO-QTDE(AC-US, 3) TO WS-S-QTDE-3
              MOVE WS-USO-QTDE(AC-US, 4) TO WS-S-QTDE-4
              MOVE WS-USO-TOTAL(AC-US) TO WS-S-VALOR
              MOVE SPACES TO WS-LINHA
              IF WS-USO-DEPTO(AC-US) = SPACES
                 STRING "(S/D)" WS-S-QTDE " " WS-S-QTDE-2 " "
                        WS-S-QTDE-3 " " WS-S-QTDE-4
                        "   SEM COBRANCA"
                    DELIMITED BY SIZE INTO WS-LINHA
              ELSE
                 STRING WS-USO-DEPTO(AC-US) " " WS-S-QTDE " "
                        WS-S-QTDE-2 " " WS-S-QTDE-3 " " WS-S-QTDE-4
                        " " WS-S-VALOR "  " WS-USO-LANCADO(AC-US)
                    DELIMITED BY SIZE INTO WS-LINHA
              END-IF
              PERFORM 800-IMPRIME-LINHA
           END-PERFORM.
           MOVE WS-TOTAL-GERAL TO WS-S-VALOR.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL RATEADO NA COMPETENCIA: " WS-S-VALOR
                  "   COMPROMISSOS NOVOS: " WS-TOTAL-LANCADOS
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
