       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP06AP26.
      *
      * Caixa de aprovacoes pendentes: cada fila de aprovacao tinha o
      * seu programa e o seu caminho de menu - alteracoes de nota
      * (NOTAPEND.DAT, CAP04AP11), retidos do lote (LOTESUSP.DAT,
      * C0502LIB), justificativas de falta (JUSTFREQ.DAT, CAP04AP29),
      * recursos de nota (RECURSOS.DAT, CAP04AP31) e listagens retidas
      * no despacho de impressao (FILAIMP.DAT, CAP02AP20) - e o item
      * ficava dias esperando alguem passar pela fila certa. Aqui as
      * cinco filas viram uma lista so, com a idade de cada item (dias
      * desde a entrada na fila), o solicitante e o prazo (o prazo de
      * resposta do recurso, calculado na abertura pelo C0602NDU),
      * ordenada pelo prazo e depois pela idade, o mais urgente
      * primeiro. Prazo ja vencido sai marcado com "*".
      *
      * So entram as filas que o operador da sessao pode decidir, com
      * a mesma regra de cada tela: CAP04AP11 e CAP04AP31 pela regra
      * do menu (PERMCHK; sem regra, o papel de coordenador); C0502LIB
      * e CAP04AP29 pela alcada (papel "C" ou delegacao vigente); o
      * despacho de impressao e aberto a todos, salvo regra "N". Um
      * pedido de nota do proprio operador nunca aparece para ele, e,
      * aprovando por delegacao ("G" do PERMCHK), tambem nao os demais
      * itens que ele mesmo registrou.
      *
      * Escolhido um item, a tela de aprovacao da fila e chamada ja
      * focada nele (OPERADOR "F" com o programa curto e o numero do
      * item; a tela le e apaga o foco com "H"); ao voltar, a caixa e
      * remontada. O MENUGERAL chama com LK-MODO "C" no sign-on, so
      * para contar os itens do operador, e com "T" na opcao [17].
      *    "C" - conta os itens em LK-QTDE, sem tela
      *    "T" - tela da caixa (LK-QTDE devolve a contagem final)
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAPEND-FILE ASSIGN TO "NOTAPEND.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARQ-STATUS.
           SELECT LOTE-SUSP-FILE ASSIGN TO "LOTESUSP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARQ-STATUS.
           SELECT JUST-FILE ASSIGN TO "JUSTFREQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARQ-STATUS.
           SELECT RECURSOS-FILE ASSIGN TO "RECURSOS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARQ-STATUS.
           SELECT FILAIMP-FILE ASSIGN TO "FILAIMP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAPEND-FILE.
       COPY "notapend.cpy".
       FD  LOTE-SUSP-FILE.
       COPY "lotein.cpy".
       FD  JUST-FILE.
       COPY "justfreq.cpy".
       FD  RECURSOS-FILE.
       01  RE-REGISTRO.
           05  RE-SEQ          PIC 9(4).
           05  RE-ID           PIC X(9).
           05  RE-TURMA        PIC X(6).
           05  RE-DISCIPLINA   PIC X(4).
           05  RE-PROVA        PIC 9.
           05  RE-DATA-ABERT   PIC 9(8).
           05  RE-PRAZO        PIC X(10).
           05  RE-PRAZO-ORD    PIC 9(8).
           05  RE-SITUACAO     PIC X.
           05  RE-NOTA-PEDIDA  PIC 99V99.
           05  RE-SOLICITANTE  PIC X(12).
           05  RE-DATA-DECISAO PIC 9(8).
       FD  FILAIMP-FILE.
       01  FI-REGISTRO.
           05  FI-ARQUIVO      PIC X(14).
           05  FI-DATA         PIC 9(8).
           05  FI-SEQ          PIC 9(2).
           05  FI-PROGRAMA     PIC X(8).
           05  FI-DESTINO      PIC X(12).
           05  FI-SITUACAO     PIC X.
           05  FI-DATA-SIT     PIC 9(8).
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-CAIXA VALUE 500.
       78  QTDE-FILAS VALUE 5.
      *    As filas de aprovacao: nome mostrado, programa chamado,
      *    programa curto (o do foco e da AUDITLOG) e a regra de quem
      *    decide - "R" regra do menu, "A" alcada de coordenador ou
      *    delegacao, "L" livre salvo regra "N".
       01  WS-TABELA-FILAS.
           05  FILLER PIC X(27) VALUE "NOTA     CAP04AP11CAP04A11R".
           05  FILLER PIC X(27) VALUE "LOTE     C0502LIB C0502LIBA".
           05  FILLER PIC X(27) VALUE "JUSTIF   CAP04AP29CAP04A29A".
           05  FILLER PIC X(27) VALUE "RECURSO  CAP04AP31CAP04A31R".
           05  FILLER PIC X(27) VALUE "IMPRESSAOCAP02AP20CAP02A20L".
       01  WS-TABELA-FILAS-R REDEFINES WS-TABELA-FILAS.
           05  WS-FILA OCCURS QTDE-FILAS TIMES.
               10  WS-FILA-NOME     PIC X(9).
               10  WS-FILA-CHAMADA  PIC X(9).
               10  WS-FILA-PROGRAMA PIC X(8).
               10  WS-FILA-REGRA    PIC X.
       01  WS-TABELA-ALCADAS.
           05  WS-ALCADA PIC X OCCURS QTDE-FILAS TIMES.
       01  TB-CAIXA.
           05  TB-ITEM OCCURS 1 TO LIMITE-CAIXA TIMES
                   DEPENDING ON WS-QTDE-CAIXA.
               10  CX-PRAZO-ORD    PIC 9(8).
               10  CX-ENTRADA      PIC 9(8).
               10  CX-FILA         PIC 9.
               10  CX-ITEM         PIC 9(4).
               10  CX-SOLICITANTE  PIC X(12).
               10  CX-DESCRICAO    PIC X(30).
               10  CX-PRAZO-BR     PIC X(10).
       77  WS-QTDE-CAIXA   PIC 9(3) VALUE ZERO.
       77  WS-TRANSBORDO   PIC X VALUE "N".
       77  AC-FL           PIC 9.
       77  AC-CX           PIC 9(3).
       77  WS-ORDEM        PIC 9(4).
       77  WS-ARQ-STATUS   PIC XX.
       77  WS-FIM-ARQUIVO  PIC X VALUE "N".
           88 WS-FIM-OK    VALUE "S".
       77  WS-OPERADOR     PIC X(12).
       01  WS-ID-PAPEL-SES.
           05  WS-ID-SESSAO    PIC X(8).
           05  WS-PAPEL-SESSAO PIC X.
           05  FILLER          PIC X(3).
       77  WS-PERMITIDO    PIC X.
       01  WS-FOCO.
           05  WS-FOCO-PROGRAMA PIC X(8).
           05  WS-FOCO-ITEM     PIC 9(4).
       77  WS-CHAMADA      PIC X(9).
       77  WS-HOJE         PIC 9(8).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-SEM-DATA     PIC 9(8) VALUE 99999999.
       77  WS-ITEM-ENTRADA PIC 9(3).
       77  WS-IDADE        PIC S9(5).
       77  WS-IDADE-ED     PIC ZZZ9.
       77  WS-IDADE-TXT    PIC X(5).
       77  WS-VENCIDO      PIC X.
       77  WS-QTDE-VENCIDOS PIC 9(3).
       77  WS-S-ID         PIC X(9).
       77  WS-S-TURMA      PIC X(6).
       77  WS-PROGRAMA     PIC X(8) VALUE "CAP06A26".
       77  WS-MSG-VOLTA    PIC X(40)
              VALUE "Tecle ENTER para voltar a caixa".
       LINKAGE SECTION.
       77  LK-MODO         PIC X.
       77  LK-QTDE         PIC 9(4).
       PROCEDURE DIVISION USING LK-MODO, LK-QTDE.
       PROG-PRINCIPAL-PARA.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           CALL "OPERADOR" USING BY CONTENT "Q",
              BY REFERENCE WS-ID-PAPEL-SES.
           IF WS-ID-SESSAO = SPACES
              MOVE "C" TO WS-PAPEL-SESSAO
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-HOJE.
           PERFORM 100-CONFERE-ALCADAS.
           PERFORM 200-MONTA-CAIXA.
           MOVE WS-QTDE-CAIXA TO LK-QTDE.
           IF LK-MODO = "C"
              GOBACK
           END-IF
           PERFORM FOREVER
              PERFORM 300-MOSTRA-CAIXA
              IF WS-QTDE-CAIXA = ZERO
                 EXIT PERFORM
              END-IF
              DISPLAY "Numero do item a abrir (0 = voltar): "
                 WITH NO ADVANCING
              MOVE ZERO TO WS-ITEM-ENTRADA
              ACCEPT WS-ITEM-ENTRADA
              IF WS-ITEM-ENTRADA = ZERO
                 EXIT PERFORM
              END-IF
              IF WS-ITEM-ENTRADA > WS-QTDE-CAIXA
                 DISPLAY "Item fora da caixa."
              ELSE
                 PERFORM 400-ABRE-ITEM
                 PERFORM 200-MONTA-CAIXA
              END-IF
           END-PERFORM.
           MOVE WS-QTDE-CAIXA TO LK-QTDE.
           GOBACK.
      ******************************************************************
      * QUAIS FILAS O OPERADOR DA SESSAO DECIDE: "S" POR DIREITO       *
      * PROPRIO, "G" POR DELEGACAO, "N" NAO DECIDE                     *
      ******************************************************************
       100-CONFERE-ALCADAS             SECTION.
           PERFORM VARYING AC-FL FROM 1 BY 1
                   UNTIL AC-FL > QTDE-FILAS
              CALL "PERMCHK" USING WS-ID-SESSAO, WS-PAPEL-SESSAO,
                 WS-FILA-CHAMADA(AC-FL), WS-PERMITIDO
              MOVE "N" TO WS-ALCADA(AC-FL)
              EVALUATE WS-FILA-REGRA(AC-FL)
                 WHEN "R"
                    EVALUATE WS-PERMITIDO
                       WHEN "S"
                       WHEN "G"
                          MOVE WS-PERMITIDO TO WS-ALCADA(AC-FL)
                       WHEN "D"
                          IF WS-PAPEL-SESSAO = "C"
                             MOVE "S" TO WS-ALCADA(AC-FL)
                          END-IF
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 WHEN "A"
                    IF WS-PAPEL-SESSAO = "C"
                       MOVE "S" TO WS-ALCADA(AC-FL)
                    ELSE
                       IF WS-PERMITIDO = "G"
                          MOVE "G" TO WS-ALCADA(AC-FL)
                       END-IF
                    END-IF
                 WHEN OTHER
                    IF WS-PERMITIDO = "G"
                       MOVE "G" TO WS-ALCADA(AC-FL)
                    ELSE
                       IF WS-PERMITIDO NOT = "N"
                          MOVE "S" TO WS-ALCADA(AC-FL)
                       END-IF
                    END-IF
              END-EVALUATE
           END-PERFORM.
           EXIT.
      ******************************************************************
      * MONTAGEM DA CAIXA: OS PENDENTES DAS FILAS QUE O OPERADOR       *
      * DECIDE, ORDENADOS PELO PRAZO E DEPOIS PELA ENTRADA NA FILA     *
      ******************************************************************
       200-MONTA-CAIXA                 SECTION.
           MOVE ZERO TO WS-QTDE-CAIXA.
           MOVE "N" TO WS-TRANSBORDO.
           IF WS-ALCADA(1) NOT = "N"
              PERFORM 210-CARREGA-NOTAS
           END-IF
           IF WS-ALCADA(2) NOT = "N"
              PERFORM 220-CARREGA-LOTE
           END-IF
           IF WS-ALCADA(3) NOT = "N"
              PERFORM 230-CARREGA-JUSTIFICATIVAS
           END-IF
           IF WS-ALCADA(4) NOT = "N"
              PERFORM 240-CARREGA-RECURSOS
           END-IF
           IF WS-ALCADA(5) NOT = "N"
              PERFORM 250-CARREGA-IMPRESSAO
           END-IF
           IF WS-QTDE-CAIXA > 1
              SORT TB-ITEM ON ASCENDING KEY CX-PRAZO-ORD CX-ENTRADA
           END-IF.
           EXIT.
      ******************************************************************
      * PEDIDOS DE ALTERACAO DE NOTA "P"; O PROPRIO PEDIDO NUNCA       *
      ******************************************************************
       210-CARREGA-NOTAS               SECTION.
           MOVE ZERO TO WS-ORDEM.
           OPEN INPUT NOTAPEND-FILE.
           IF WS-ARQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ NOTAPEND-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-ORDEM
                    IF NP-SITUACAO = "P"
                       AND NP-SOLICITANTE NOT = WS-OPERADOR
                       MOVE 1 TO AC-FL
                       PERFORM 280-NOVO-ITEM
                       MOVE NP-DATA TO CX-ENTRADA(WS-QTDE-CAIXA)
                       MOVE NP-SOLICITANTE
                          TO CX-SOLICITANTE(WS-QTDE-CAIXA)
                       MOVE NP-ID TO WS-S-ID
                       MOVE NP-TURMA TO WS-S-TURMA
                       STRING "EST " WS-S-ID " " WS-S-TURMA " P"
                          NP-PROVA " " NP-MOTIVO
                          DELIMITED BY SIZE
                          INTO CX-DESCRICAO(WS-QTDE-CAIXA)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE NOTAPEND-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * OPERACOES RETIDAS DO LOTE: TODO O ARQUIVO E FILA; SEM DATA DE  *
      * RETENCAO NO REGISTRO, O SOLICITANTE E O DEPARTAMENTO           *
      ******************************************************************
       220-CARREGA-LOTE                SECTION.
           MOVE ZERO TO WS-ORDEM.
           OPEN INPUT LOTE-SUSP-FILE.
           IF WS-ARQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ LOTE-SUSP-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-ORDEM
                    MOVE 2 TO AC-FL
                    PERFORM 280-NOVO-ITEM
                    IF LT-TIPO = "X"
                       STRING "DEPTO " LT-X-DEPTO DELIMITED BY SIZE
                          INTO CX-SOLICITANTE(WS-QTDE-CAIXA)
                       STRING "REQ " LT-X-REQ-ID " EXPRESSAO"
                          DELIMITED BY SIZE
                          INTO CX-DESCRICAO(WS-QTDE-CAIXA)
                    ELSE
                       STRING "DEPTO " LT-DEPTO DELIMITED BY SIZE
                          INTO CX-SOLICITANTE(WS-QTDE-CAIXA)
                       STRING "REQ " LT-REQ-ID " OPERACAO "
                          LT-OPERACAO
                          DELIMITED BY SIZE
                          INTO CX-DESCRICAO(WS-QTDE-CAIXA)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOTE-SUSP-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * JUSTIFICATIVAS DE FALTA "P"; POR DELEGACAO, NAO AS QUE O       *
      * PROPRIO SUBSTITUTO REGISTROU                                   *
      ******************************************************************
       230-CARREGA-JUSTIFICATIVAS      SECTION.
           MOVE ZERO TO WS-ORDEM.
           OPEN INPUT JUST-FILE.
           IF WS-ARQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ JUST-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-ORDEM
                    IF JF-SITUACAO = "P"
                       AND NOT (WS-ALCADA(3) = "G"
                                AND JF-SOLICITANTE = WS-OPERADOR)
                       MOVE 3 TO AC-FL
                       PERFORM 280-NOVO-ITEM
                       IF JF-DATA-REG IS NUMERIC
                          AND JF-DATA-REG NOT = ZERO
                          MOVE JF-DATA-REG
                             TO CX-ENTRADA(WS-QTDE-CAIXA)
                       END-IF
                       MOVE JF-SOLICITANTE
                          TO CX-SOLICITANTE(WS-QTDE-CAIXA)
                       STRING "EST " JF-ID " " JF-TURMA " FALTA "
                          JF-DATA
                          DELIMITED BY SIZE
                          INTO CX-DESCRICAO(WS-QTDE-CAIXA)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE JUST-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * RECURSOS DE NOTA "P", COM O PRAZO DE RESPOSTA; POR DELEGACAO,  *
      * NAO OS QUE O PROPRIO SUBSTITUTO ABRIU                          *
      ******************************************************************
       240-CARREGA-RECURSOS            SECTION.
           OPEN INPUT RECURSOS-FILE.
           IF WS-ARQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ RECURSOS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF RE-SITUACAO = "P"
                       AND NOT (WS-ALCADA(4) = "G"
                                AND RE-SOLICITANTE = WS-OPERADOR)
                       MOVE RE-SEQ TO WS-ORDEM
                       MOVE 4 TO AC-FL
                       PERFORM 280-NOVO-ITEM
                       MOVE RE-DATA-ABERT TO CX-ENTRADA(WS-QTDE-CAIXA)
                       MOVE RE-PRAZO-ORD
                          TO CX-PRAZO-ORD(WS-QTDE-CAIXA)
                       MOVE RE-PRAZO TO CX-PRAZO-BR(WS-QTDE-CAIXA)
                       MOVE RE-SOLICITANTE
                          TO CX-SOLICITANTE(WS-QTDE-CAIXA)
                       STRING "EST " RE-ID " " RE-TURMA " P"
                          RE-PROVA " " RE-DISCIPLINA
                          DELIMITED BY SIZE
                          INTO CX-DESCRICAO(WS-QTDE-CAIXA)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RECURSOS-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * LISTAGENS RETIDAS ("R") NO DESPACHO DE IMPRESSAO, DESDE A DATA *
      * DA RETENCAO; O SOLICITANTE E O PROGRAMA QUE AS GEROU           *
      ******************************************************************
       250-CARREGA-IMPRESSAO           SECTION.
           MOVE ZERO TO WS-ORDEM.
           OPEN INPUT FILAIMP-FILE.
           IF WS-ARQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ FILAIMP-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO WS-ORDEM
                    IF FI-SITUACAO = "R"
                       MOVE 5 TO AC-FL
                       PERFORM 280-NOVO-ITEM
                       MOVE FI-DATA-SIT TO CX-ENTRADA(WS-QTDE-CAIXA)
                       MOVE FI-PROGRAMA
                          TO CX-SOLICITANTE(WS-QTDE-CAIXA)
                       STRING FI-ARQUIVO " " FI-DATA " " FI-SEQ
                          DELIMITED BY SIZE
                          INTO CX-DESCRICAO(WS-QTDE-CAIXA)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FILAIMP-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * NOVA LINHA NA CAIXA PARA A FILA AC-FL, ITEM WS-ORDEM; SEM      *
      * PRAZO NEM DATA DE ENTRADA ATE O CHAMADOR INFORMAR. CAIXA       *
      * CHEIA: O ULTIMO ITEM E REAPROVEITADO E O TRANSBORDO AVISADO    *
      ******************************************************************
       280-NOVO-ITEM                   SECTION.
           IF WS-QTDE-CAIXA < LIMITE-CAIXA
              ADD 1 TO WS-QTDE-CAIXA
           ELSE
              MOVE "S" TO WS-TRANSBORDO
           END-IF
           MOVE WS-SEM-DATA TO CX-PRAZO-ORD(WS-QTDE-CAIXA)
                               CX-ENTRADA(WS-QTDE-CAIXA).
           MOVE AC-FL TO CX-FILA(WS-QTDE-CAIXA).
           MOVE WS-ORDEM TO CX-ITEM(WS-QTDE-CAIXA).
           MOVE SPACES TO CX-SOLICITANTE(WS-QTDE-CAIXA)
                          CX-DESCRICAO(WS-QTDE-CAIXA)
                          CX-PRAZO-BR(WS-QTDE-CAIXA).
           EXIT.
      ******************************************************************
      * LISTAGEM NUMERADA DA CAIXA                                     *
      ******************************************************************
       300-MOSTRA-CAIXA                SECTION.
           DISPLAY CR.
           DISPLAY "-----------------------------------------".
           DISPLAY "Caixa de Aprovacoes Pendentes".
           DISPLAY "-----------------------------------------".
           IF WS-QTDE-CAIXA = ZERO
              DISPLAY "Nenhuma aprovacao pendente para voce."
              EXIT SECTION
           END-IF
           MOVE ZERO TO WS-QTDE-VENCIDOS.
           DISPLAY "NR  FILA      IDADE PRAZO       SOLICITANTE  "
                   "ITEM".
           PERFORM VARYING AC-CX FROM 1 BY 1
                   UNTIL AC-CX > WS-QTDE-CAIXA
              MOVE CX-FILA(AC-CX) TO AC-FL
              IF CX-ENTRADA(AC-CX) = WS-SEM-DATA
                 OR CX-ENTRADA(AC-CX) > WS-HOJE
                 MOVE "   --" TO WS-IDADE-TXT
              ELSE
                 COMPUTE WS-IDADE =
                    FUNCTION INTEGER-OF-DATE(WS-HOJE)
                    - FUNCTION INTEGER-OF-DATE(CX-ENTRADA(AC-CX))
                 MOVE WS-IDADE TO WS-IDADE-ED
                 MOVE SPACES TO WS-IDADE-TXT
                 STRING WS-IDADE-ED "d" DELIMITED BY SIZE
                    INTO WS-IDADE-TXT
              END-IF
              MOVE SPACE TO WS-VENCIDO
              IF CX-PRAZO-ORD(AC-CX) NOT = WS-SEM-DATA
                 AND CX-PRAZO-ORD(AC-CX) < WS-HOJE
                 MOVE "*" TO WS-VENCIDO
                 ADD 1 TO WS-QTDE-VENCIDOS
              END-IF
              DISPLAY AC-CX " " WS-FILA-NOME(AC-FL) " "
                 WS-IDADE-TXT " " CX-PRAZO-BR(AC-CX) WS-VENCIDO " "
                 CX-SOLICITANTE(AC-CX) " " CX-DESCRICAO(AC-CX)
           END-PERFORM.
           DISPLAY "Itens na caixa: " WS-QTDE-CAIXA.
           IF WS-QTDE-VENCIDOS > ZERO
              DISPLAY "* prazo vencido (" WS-QTDE-VENCIDOS " item(ns))"
           END-IF
           IF WS-TRANSBORDO = "S"
              DISPLAY "Caixa cheia; ha mais pendentes alem destes."
           END-IF.
           EXIT.
      ******************************************************************
      * ABRE A TELA DE APROVACAO DA FILA JA FOCADA NO ITEM ESCOLHIDO;  *
      * O FOCO NAO CONSUMIDO E APAGADO NA VOLTA                        *
      ******************************************************************
       400-ABRE-ITEM                   SECTION.
           MOVE CX-FILA(WS-ITEM-ENTRADA) TO AC-FL.
           MOVE WS-FILA-PROGRAMA(AC-FL) TO WS-FOCO-PROGRAMA.
           MOVE CX-ITEM(WS-ITEM-ENTRADA) TO WS-FOCO-ITEM.
           MOVE WS-FILA-CHAMADA(AC-FL) TO WS-CHAMADA.
           CALL "OPERADOR" USING BY CONTENT "F",
              BY REFERENCE WS-FOCO.
           CALL WS-CHAMADA.
           CALL "OPERADOR" USING BY CONTENT "H",
              BY REFERENCE WS-FOCO.
           CALL "CONFIRMA" USING WS-PROGRAMA, WS-MSG-VOLTA.
           EXIT.
       END PROGRAM CAP06AP26.
