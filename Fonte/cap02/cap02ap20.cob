      * fila, marca item a item como impresso, retem, libera um
      * retido e ajusta o destino; o painel CAP02AP09 aponta o que
      * passou do prazo sem imprimir.
      *
      * A caixa de aprovacoes CAP06AP26 lista os itens retidos ("R")
      * desta fila como pendentes de liberacao e, escolhido um deles,
      * chama esta tela ja focada nele (foco de OPERADOR "F"/"H"): so
      * a marcacao daquele item, sem o menu.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP02A20".
       77  WS-RESULTADO   PIC X(20).
       01  WS-FOCO.
           05  WS-FOCO-PROGRAMA PIC X(8).
           05  WS-FOCO-ITEM     PIC 9(4).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-HOJE.
           PERFORM 100-CARREGA-FILA.
      *    Chamada pela caixa de aprovacoes: so a marcacao do item
      *    retido escolhido, sem o menu.
           PERFORM 050-LE-FOCO.
           IF WS-FOCO-ITEM NOT = ZERO
              PERFORM 300-MARCA-ITEM
              PERFORM 750-GRAVA-MUDANCAS
              GOBACK
           END-IF
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "-----------------------------------"
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           PERFORM 750-GRAVA-MUDANCAS.
           GOBACK.
      ******************************************************************
      * CHAMADA PELA CAIXA DE APROVACOES (CAP06AP26): O ITEM ESCOLHIDO *
      * LA (NUMERO DE ORDEM NA FILA)                                   *
      ******************************************************************
       050-LE-FOCO                     SECTION.
           CALL "OPERADOR" USING BY CONTENT "H",
              BY REFERENCE WS-FOCO.
           IF WS-FOCO-PROGRAMA NOT = WS-PROGRAMA
              OR WS-FOCO-ITEM IS NOT NUMERIC
              MOVE ZERO TO WS-FOCO-ITEM
           END-IF.
           EXIT.
      ******************************************************************
      * CARGA DA FILA DE DESPACHO PARA A TABELA                        *
      ******************************************************************
       100-CARREGA-FILA                SECTION.
      * PARA A FILA                                                    *
      ******************************************************************
       300-MARCA-ITEM                  SECTION.
           IF WS-FOCO-ITEM NOT = ZERO
              MOVE WS-FOCO-ITEM TO WS-ITEM
           ELSE
              DISPLAY "Numero do item ........: " WITH NO ADVANCING
              ACCEPT WS-ITEM
           END-IF
           IF WS-ITEM < 1 OR WS-ITEM > WS-QTDE-FILA
              DISPLAY "Item fora da fila."
              EXIT SECTION
           END-IF
           IF WS-FOCO-ITEM NOT = ZERO
              MOVE WS-FILA-REG(WS-ITEM) TO FI-REGISTRO
              DISPLAY "Item " WS-ITEM ": " FI-ARQUIVO " " FI-DATA
                 " " FI-SEQ " destino " FI-DESTINO " situacao "
                 FI-SITUACAO
           END-IF
           DISPLAY "Situacao [P/R/I] ......: " WITH NO ADVANCING.
           ACCEPT WS-NOVA-SIT.
           MOVE FUNCTION UPPER-CASE(WS-NOVA-SIT) TO WS-NOVA-SIT.
           DISPLAY "Destino trocado.".
           EXIT.
      ******************************************************************
      * FILA ALTERADA: REGRAVACAO E REGISTRO NA TRILHA                 *
      ******************************************************************
       750-GRAVA-MUDANCAS              SECTION.
           IF WS-MUDOU = "S"
              PERFORM 700-REGRAVA-FILA
              MOVE "DESPACHO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
           END-IF.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DA FILA                                    *
      ******************************************************************
       700-REGRAVA-FILA                SECTION.
