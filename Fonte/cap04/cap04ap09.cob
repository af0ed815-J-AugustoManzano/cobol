      * boletim de antes. A paginacao (uma pagina por boletim) usa o
      * servico IMPRIME e a saida e preservada em geracao datada pela
      * RELGER.
      *
      * A pedido, o boletim traz o endereco de correspondencia do
      * estudante (ficha de contato CONTATO.DAT, servico ENDPOSTA),
      * para seguir pelo correio; sem ficha ou sem autorizacao de
      * correspondencia o boletim sai como antes, sem endereco.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-INS-CODIGO       PIC X(4).
       77  WS-INS-NOME         PIC X(25).
       77  WS-INS-OPERADOR     PIC X(12).
       77  WS-COM-ENDERECO     PIC X VALUE "N".
       77  WS-END-SITUACAO     PIC X.
       01  WS-END-LINHAS.
           05  WS-END-LINHA    PIC X(60) OCCURS 4 TIMES.
       77  WS-S-NOTA           PIC Z9.99.
       77  WS-S-MEDIA          PIC Z9.99.
       77  WS-S-MEDIA-TURMA    PIC Z9.99.
              DISPLAY "Codigo do estudante (* = todos): "
                 WITH NO ADVANCING
              ACCEPT WS-COD-PROCURA
              DISPLAY "Imprimir endereco de correspondencia (S/N)? "
                 WITH NO ADVANCING
              ACCEPT WS-COM-ENDERECO
              MOVE FUNCTION UPPER-CASE(WS-COM-ENDERECO)
                 TO WS-COM-ENDERECO
           END-IF.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS NOT = "00"
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM 350-IMPRIME-CABECALHO-NOME.
           IF WS-COM-ENDERECO = "S"
              PERFORM 370-IMPRIME-ENDERECO
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING "TURMA ...: " WS-TURMA-ALUNO
              DELIMITED BY SIZE INTO WS-LINHA.
           END-PERFORM.
           EXIT.
      ******************************************************************
      * ENDERECO DE CORRESPONDENCIA DA FICHA DE CONTATO, QUANDO HA     *
      * FICHA E A CORRESPONDENCIA E AUTORIZADA                         *
      ******************************************************************
       370-IMPRIME-ENDERECO            SECTION.
           CALL "ENDPOSTA" USING WS-COD-PROCURA, WS-END-SITUACAO,
              WS-END-LINHAS.
           IF WS-END-SITUACAO NOT = "S"
              EXIT SECTION
           END-IF.
           PERFORM VARYING AC-CJ FROM 1 BY 1 UNTIL AC-CJ > 4
              IF WS-END-LINHA(AC-CJ) NOT = SPACES
                 MOVE SPACES TO WS-LINHA
                 STRING "           " WS-END-LINHA(AC-CJ)
                    DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 800-IMPRIME-LINHA
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * BLOCO DE UMA DISCIPLINA NO BOLETIM: NOME, NOTAS E MEDIA        *
      ******************************************************************
       400-IMPRIME-DISCIPLINA          SECTION.
