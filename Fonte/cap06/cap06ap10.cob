      * empresa (C0602FER) e apontado com a data ajustada sugerida
      * pelo proximo dia util (C0602PRX). Saida AGING.LST pela
      * IMPRIME, preservada pela RELGER.
      *
      * Compromisso em moeda estrangeira (CP-MOEDA preenchida) tem o
      * saldo na moeda convertido a moeda local pela taxa vigente na
      * data do relatorio (TAXACAMB, a mesma escolha do C0502CVT); a
      * linha seguinte mostra o saldo na moeda e a taxa aplicada.
      * Moeda sem taxa vigente sai com o aviso e o saldo na moeda.
      *
      * Item "R" (em remessa de pagamento ao banco, C0502REM) ainda
      * nao foi pago: envelhece como os "A" ate o retorno do banco.
      *
      * Com as aulas em mais de uma unidade (sitio), o relatorio
      * fecha com o quadro POR UNIDADE - itens, saldo em aberto e
      * saldo vencido de cada unidade, em moeda local (item sem taxa
      * vigente fica fora dos totais) - e a linha do total
      * consolidado da sede. Compromisso sem unidade (registro
      * antigo) e da sede; o operador de uma unidade que nao e a sede
      * so enxerga os compromissos da propria unidade.
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
       77  AC-ACHOU            PIC 9(3).
       77  WS-PAG-STATUS       PIC XX.
       77  WS-SALDO            PIC S9(8)V99.
       77  WS-SALDO-MOEDA      PIC S9(8)V99.
       77  WS-HOJE-ORD         PIC 9(8).
       77  WS-TAXA             PIC 9(2)V9(6).
       77  WS-VIGENCIA-TAXA    PIC X(10).
       77  WS-ACHOU-TAXA       PIC X.
       77  WS-S-TAXA           PIC Z9.999999.
       77  WS-CMP-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-NOME-RELATORIO   PIC X(14).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP06A10".
       77  WS-RESULTADO        PIC X(20) VALUE "GERADO".
       78  LIMITE-UNIDADES VALUE 20.
       01  WS-TAB-UNIDADES.
           05  WS-UNI-ENTRADA OCCURS LIMITE-UNIDADES TIMES.
               10  WS-UNI-CODIGO   PIC X(3).
               10  WS-UNI-ITENS    PIC 9(6).
               10  WS-UNI-SALDO    PIC S9(9)V99.
               10  WS-UNI-VENCIDO  PIC S9(9)V99.
       77  WS-QTDE-UNIDADES    PIC 9(2) VALUE ZERO.
       77  AC-UN               PIC 9(2).
       77  WS-UNI-CHAVE        PIC X(12).
       77  WS-UNIDADE          PIC X(3).
       77  WS-UNI-STATUS       PIC X.
       77  WS-UNI-SESSAO       PIC X(3).
       77  WS-UNI-ALCANCE      PIC X.
           88 WS-VE-TODAS      VALUE "T".
       77  WS-TOT-ITENS        PIC 9(6) VALUE ZERO.
       77  WS-TOT-SALDO        PIC S9(9)V99 VALUE ZERO.
       77  WS-TOT-VENCIDO      PIC S9(9)V99 VALUE ZERO.
       77  WS-S-TOTAL          PIC -(9)9.99.
       77  WS-S-TOTAL2         PIC -(9)9.99.
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           MOVE WS-DATA-HORA-SISTEMA(7:2) TO WS-HB-DIA.
           MOVE WS-DATA-HORA-SISTEMA(5:2) TO WS-HB-MES.
           MOVE WS-DATA-HORA-SISTEMA(1:4) TO WS-HB-ANO.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-HOJE-ORD.
           PERFORM 100-CARREGA-PAGAMENTOS.
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
              DISPLAY "Nenhum compromisso registrado (COMPROM.DAT)."
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    MOVE CP-UNIDADE TO WS-UNIDADE
                    CALL "UNIDSVC" USING BY CONTENT "R",
                       BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE,
                       WS-UNI-STATUS
                    IF (CP-SITUACAO = "A" OR CP-SITUACAO = "R")
                       AND (WS-VE-TODAS OR WS-UNIDADE = WS-UNI-SESSAO)
                       ADD 1 TO WS-TOTAL-ABERTOS
                       PERFORM 200-ENVELHECE-ITEM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           PERFORM 700-QUADRO-UNIDADES.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-ABERTOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              SUBTRACT 1 FROM WS-TOTAL-ABERTOS
              EXIT SECTION
           END-IF.
           MOVE WS-SALDO TO WS-SALDO-MOEDA.
           MOVE "S" TO WS-ACHOU-TAXA.
           IF CP-MOEDA NOT = SPACES
              CALL "TAXACAMB" USING CP-MOEDA, WS-HOJE-ORD, WS-TAXA,
                 WS-VIGENCIA-TAXA, WS-ACHOU-TAXA
              IF WS-ACHOU-TAXA = "S"
                 COMPUTE WS-SALDO ROUNDED = WS-SALDO-MOEDA * WS-TAXA
              END-IF
           END-IF.
           CALL "C0602DIF" USING CP-VENCIMENTO, WS-HOJE-BR,
               WS-DIAS, WS-STATUS-DIF.
           IF WS-ACHOU-TAXA = "S"
              PERFORM 300-ACUMULA-UNIDADE
           END-IF.
           IF WS-STATUS-DIF NOT = "S"
              MOVE SPACES TO WS-LINHA
              STRING CP-CODIGO " " CP-VENCIMENTO
                  WS-FAIXA " " WS-S-VALOR " " CP-RESPONSAVEL
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           IF CP-MOEDA NOT = SPACES
              PERFORM 250-LINHA-MOEDA
           END-IF.
           CALL "C0602FER" USING CP-VENCIMENTO, WS-FERIADO,
               WS-FIM-SEMANA, WS-DIA-UTIL.
           IF WS-DIA-UTIL NOT = "S"
           END-IF.
           EXIT.
      ******************************************************************
      * LINHA COMPLEMENTAR DO ITEM EM MOEDA ESTRANGEIRA: SALDO NA      *
      * MOEDA E TAXA APLICADA, OU O AVISO DE MOEDA SEM TAXA VIGENTE    *
      ******************************************************************
       250-LINHA-MOEDA                 SECTION.
           MOVE WS-SALDO-MOEDA TO WS-S-VALOR.
           MOVE SPACES TO WS-LINHA.
           IF WS-ACHOU-TAXA = "S"
              MOVE WS-TAXA TO WS-S-TAXA
              STRING "         SALDO EM " CP-MOEDA " " WS-S-VALOR
                     " A TAXA " WS-S-TAXA " VIGENTE DE "
                     WS-VIGENCIA-TAXA
                 DELIMITED BY SIZE INTO WS-LINHA
           ELSE
              STRING "         SALDO EM " CP-MOEDA " " WS-S-VALOR
                     " SEM TAXA VIGENTE; VALOR ACIMA NA MOEDA"
                 DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * ACUMULA O SALDO DO ITEM (EM MOEDA LOCAL) NA UNIDADE DELE; O    *
      * SALDO COM ATRASO ENTRA TAMBEM NO VENCIDO                       *
      ******************************************************************
       300-ACUMULA-UNIDADE             SECTION.
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
              MOVE ZERO TO WS-UNI-ITENS(AC-ACHOU)
              MOVE ZERO TO WS-UNI-SALDO(AC-ACHOU)
              MOVE ZERO TO WS-UNI-VENCIDO(AC-ACHOU)
           END-IF.
           ADD 1 TO WS-TOT-ITENS.
           ADD WS-SALDO TO WS-TOT-SALDO.
           IF WS-STATUS-DIF = "S" AND WS-DIAS > ZERO
              ADD WS-SALDO TO WS-TOT-VENCIDO
           END-IF.
           IF AC-ACHOU > ZERO
              ADD 1 TO WS-UNI-ITENS(AC-ACHOU)
              ADD WS-SALDO TO WS-UNI-SALDO(AC-ACHOU)
              IF WS-STATUS-DIF = "S" AND WS-DIAS > ZERO
                 ADD WS-SALDO TO WS-UNI-VENCIDO(AC-ACHOU)
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * QUADRO POR UNIDADE: ITENS, SALDO EM ABERTO E SALDO VENCIDO DE  *
      * CADA UNIDADE, E O TOTAL CONSOLIDADO DA SEDE (OU DA PROPRIA     *
      * UNIDADE, PARA O OPERADOR DE FILIAL)                            *
      ******************************************************************
       700-QUADRO-UNIDADES             SECTION.
           IF WS-QTDE-UNIDADES = ZERO
              EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "POR UNIDADE    ITENS    SALDO EM ABERTO      VENCIDO"
              TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-UN FROM 1 BY 1
                   UNTIL AC-UN > WS-QTDE-UNIDADES
              MOVE WS-UNI-SALDO(AC-UN) TO WS-S-TOTAL
              MOVE WS-UNI-VENCIDO(AC-UN) TO WS-S-TOTAL2
              MOVE SPACES TO WS-LINHA
              STRING WS-UNI-CODIGO(AC-UN) "           "
                     WS-UNI-ITENS(AC-UN) "  " WS-S-TOTAL "  "
                     WS-S-TOTAL2
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-PERFORM.
           MOVE WS-TOT-SALDO TO WS-S-TOTAL.
           MOVE WS-TOT-VENCIDO TO WS-S-TOTAL2.
           MOVE SPACES TO WS-LINHA.
           IF WS-VE-TODAS
              STRING "TOTAL CONSOLIDADO (SEDE) " WS-TOT-ITENS "  "
                     WS-S-TOTAL "  " WS-S-TOTAL2
                 DELIMITED BY SIZE INTO WS-LINHA
           ELSE
              STRING "TOTAL DA UNIDADE " WS-UNI-SESSAO "     "
                     WS-TOT-ITENS "  " WS-S-TOTAL "  " WS-S-TOTAL2
                 DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * ENVIO DE UMA LINHA AO SERVICO DE PAGINACAO                     *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
