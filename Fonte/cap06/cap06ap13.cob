      * CAP06AP10 - e um item ja coberto pelos pagamentos fica fora:
      * dinheiro que ja se moveu nao e fluxo futuro. Saida
      * FLUXOCX.LST via IMPRIME, preservada pela RELGER.
      *
      * Compromisso em moeda estrangeira entra pelo saldo convertido a
      * moeda local na taxa vigente hoje (TAXACAMB, a mesma escolha do
      * C0502CVT) - a taxa futura nao e conhecida, entao o fluxo vai
      * a taxa do dia. Moeda sem taxa vigente fica fora dos baldes e
      * e contada numa linha de aviso ao final da projecao.
      *
      * Item "R" (em remessa de pagamento ao banco, C0502REM) continua
      * no fluxo: o dinheiro so sai quando o banco aceitar o lote.
      *
      * Com as aulas em mais de uma unidade (sitio), a projecao fecha
      * com o quadro POR UNIDADE - a pagar, a receber e liquido de
      * todo o horizonte em cada unidade - e a linha do consolidado
      * da sede. Compromisso sem unidade (registro antigo) e da sede;
      * o operador de uma unidade que nao e a sede so enxerga os
      * compromissos da propria unidade.
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
       77  AC-ACHOU       PIC 9(3).
       77  WS-PAG-STATUS  PIC XX.
       77  WS-SALDO-ITEM  PIC S9(8)V99.
       77  WS-HOJE-ORD    PIC 9(8).
       77  WS-TAXA        PIC 9(2)V9(6).
       77  WS-VIGENCIA-TAXA PIC X(10).
       77  WS-ACHOU-TAXA  PIC X.
       77  WS-SEM-TAXA    PIC 9(6) VALUE ZERO.
       01  WS-TAB-BALDES.
           05  WS-BALDE-ENTRADA OCCURS QTDE-BALDES TIMES.
               10  WS-B-LIMITE   PIC 9(8).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP06A13".
       77  WS-RESULTADO   PIC X(20) VALUE "GERADO".
       78  LIMITE-UNIDADES VALUE 20.
       01  WS-TAB-UNIDADES.
           05  WS-UNI-ENTRADA OCCURS LIMITE-UNIDADES TIMES.
               10  WS-UNI-CODIGO   PIC X(3).
               10  WS-UNI-PAGAR    PIC 9(9)V99.
               10  WS-UNI-RECEBER  PIC 9(9)V99.
       77  WS-QTDE-UNIDADES PIC 9(2) VALUE ZERO.
       77  AC-UN          PIC 9(2).
       77  WS-UNI-CHAVE   PIC X(12).
       77  WS-UNIDADE     PIC X(3).
       77  WS-UNI-STATUS  PIC X.
       77  WS-UNI-SESSAO  PIC X(3).
       77  WS-UNI-ALCANCE PIC X.
           88 WS-VE-TODAS VALUE "T".
       77  WS-TOT-PAGAR   PIC 9(9)V99 VALUE ZERO.
       77  WS-TOT-RECEBER PIC 9(9)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "------------------------------------------".
           DISPLAY "------------------------------------------".
           PERFORM 100-MONTA-FRONTEIRAS.
           PERFORM 120-CARREGA-PAGAMENTOS.
      *    Operador de unidade que nao e a sede so enxerga os
      *    compromissos da propria unidade.
           MOVE SPACES TO WS-UNI-CHAVE.
           CALL "UNIDSVC" USING BY CONTENT "C",
              BY REFERENCE WS-UNI-CHAVE, WS-UNI-SESSAO, WS-UNI-STATUS.
           CALL "UNIDSVC" USING BY CONTENT "S",
              BY REFERENCE WS-UNI-CHAVE, WS-UNI-SESSAO,
              WS-UNI-ALCANCE.
           OPEN INPUT COMPROM-FILE.
           IF WS-CMP-STATUS NOT = "00"
              DISPLAY "Nenhum compromisso registrado."
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    MOVE CP-UNIDADE TO WS-UNIDADE
                    CALL "UNIDSVC" USING BY CONTENT "R",
                       BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE,
                       WS-UNI-STATUS
                    IF (CP-SITUACAO = "A" OR CP-SITUACAO = "R")
                       AND (WS-VE-TODAS OR WS-UNIDADE = WS-UNI-SESSAO)
                       ADD 1 TO WS-TOTAL-ITENS
                       PERFORM 200-ENCAIXA-ITEM
                    END-IF
                  WS-DATA-HORA-SISTEMA(5:2) "/"
                  WS-DATA-HORA-SISTEMA(1:4)
              DELIMITED BY SIZE INTO WS-HOJE-FMT.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-HOJE-ORD.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > QTDE-BALDES
              COMPUTE WS-NDU = AC-CI * DIAS-POR-BALDE
              SUBTRACT 1 FROM WS-TOTAL-ITENS
              EXIT SECTION
           END-IF.
           IF CP-MOEDA NOT = SPACES
              CALL "TAXACAMB" USING CP-MOEDA, WS-HOJE-ORD, WS-TAXA,
                 WS-VIGENCIA-TAXA, WS-ACHOU-TAXA
              IF WS-ACHOU-TAXA NOT = "S"
                 SUBTRACT 1 FROM WS-TOTAL-ITENS
                 ADD 1 TO WS-SEM-TAXA
                 EXIT SECTION
              END-IF
              COMPUTE WS-SALDO-ITEM ROUNDED = WS-SALDO-ITEM * WS-TAXA
           END-IF.
           MOVE CP-VENCIMENTO(7:4) TO WS-VENC-ORD(1:4).
           MOVE CP-VENCIMENTO(4:2) TO WS-VENC-ORD(5:2).
           MOVE CP-VENCIMENTO(1:2) TO WS-VENC-ORD(7:2).
                 ADD WS-SALDO-ITEM TO WS-ALEM-PAGAR
              END-IF
           END-IF.
           PERFORM 300-ACUMULA-UNIDADE.
           EXIT.
      ******************************************************************
      * ACUMULA O SALDO PROJETADO DO ITEM NA UNIDADE DELE              *
      ******************************************************************
       300-ACUMULA-UNIDADE            SECTION.
           MOVE ZERO TO AC-ACHOU.
           PERFORM VARYING AC-UN FROM 1 BY 1
                   UNTIL AC-UN > WS-QTDE-UNIDADES OR AC-ACHOU > ZERO
              IF WS-UNI-CODIGO(AC-UN) = WS-UNIDADE
                 MOVE AC-UN TO AC-ACHOU
              END-IF
           END-PERFORM.
           IF AC-ACHOU = ZERO AND WS-QTDE-UNIDADES < LIMITE-UNIDADES
              ADD 1 TO WS-QTDE-UNIDADES
              MOVE WS-QTDE-UNIDADES TO AC-ACHOU
              MOVE WS-UNIDADE TO WS-UNI-CODIGO(AC-ACHOU)
              MOVE ZERO TO WS-UNI-PAGAR(AC-ACHOU)
              MOVE ZERO TO WS-UNI-RECEBER(AC-ACHOU)
           END-IF.
           IF CP-DIRECAO = "R"
              ADD WS-SALDO-ITEM TO WS-TOT-RECEBER
           ELSE
              ADD WS-SALDO-ITEM TO WS-TOT-PAGAR
           END-IF.
           IF AC-ACHOU > ZERO
              IF CP-DIRECAO = "R"
                 ADD WS-SALDO-ITEM TO WS-UNI-RECEBER(AC-ACHOU)
              ELSE
                 ADD WS-SALDO-ITEM TO WS-UNI-PAGAR(AC-ACHOU)
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * IMPRESSAO DA PROJECAO: UMA LINHA POR BALDE COM PAGAR, RECEBER, *
                  WS-S-LIQUIDO " " WS-S-SALDO
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           IF WS-SEM-TAXA > ZERO
              MOVE SPACES TO WS-LINHA
              STRING "ITENS EM MOEDA SEM TAXA VIGENTE, FORA DA "
                     "PROJECAO: " WS-SEM-TAXA
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF.
           PERFORM 600-QUADRO-UNIDADES.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-ITENS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           EXIT.
      ******************************************************************
      * QUADRO POR UNIDADE: A PAGAR, A RECEBER E LIQUIDO DE TODO O     *
      * HORIZONTE EM CADA UNIDADE, E O TOTAL CONSOLIDADO DA SEDE (OU   *
      * DA PROPRIA UNIDADE, PARA O OPERADOR DE FILIAL)                 *
      ******************************************************************
       600-QUADRO-UNIDADES            SECTION.
           IF WS-QTDE-UNIDADES = ZERO
              EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "POR UNIDADE                   A PAGAR    A RECEBER"
                  "      LIQUIDO"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-UN FROM 1 BY 1
                   UNTIL AC-UN > WS-QTDE-UNIDADES
              COMPUTE WS-LIQUIDO = WS-UNI-RECEBER(AC-UN)
                 - WS-UNI-PAGAR(AC-UN)
              MOVE WS-UNI-PAGAR(AC-UN)   TO WS-S-PAGAR
              MOVE WS-UNI-RECEBER(AC-UN) TO WS-S-RECEBER
              MOVE WS-LIQUIDO TO WS-S-LIQUIDO
              MOVE SPACES TO WS-LINHA
              STRING WS-UNI-CODIGO(AC-UN) "                      "
                     WS-S-PAGAR " " WS-S-RECEBER " " WS-S-LIQUIDO
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-PERFORM.
           COMPUTE WS-LIQUIDO = WS-TOT-RECEBER - WS-TOT-PAGAR.
           MOVE WS-TOT-PAGAR   TO WS-S-PAGAR.
           MOVE WS-TOT-RECEBER TO WS-S-RECEBER.
           MOVE WS-LIQUIDO TO WS-S-LIQUIDO.
           MOVE SPACES TO WS-LINHA.
           IF WS-VE-TODAS
              STRING "TOTAL CONSOLIDADO (SEDE) " WS-S-PAGAR " "
                     WS-S-RECEBER " " WS-S-LIQUIDO
                 DELIMITED BY SIZE INTO WS-LINHA
           ELSE
              STRING "TOTAL DA UNIDADE " WS-UNI-SESSAO "     "
                     WS-S-PAGAR " "
                     WS-S-RECEBER " " WS-S-LIQUIDO
                 DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * ENVIO DE UMA LINHA AO SERVICO DE PAGINACAO                     *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
