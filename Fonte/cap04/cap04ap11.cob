      * CAP04AP36 (que preserva a copia de seguranca do extrato
      * anterior). A imagem antes/depois (NOTAHIST) e lancada so
      * depois das aplicacoes efetivadas no mestre.
      *
      * Delegacao de alcada: o substituto de um aprovador ausente
      * (DELEGREG.DAT, tela CAP06AP24) chega a esta tela pelo "G" do
      * PERMCHK so dentro do periodo delegado. Continua valendo que
      * ninguem decide o proprio pedido - tambem o substituto - e
      * cada decisao tomada por delegacao ganha na AUDITLOG um
      * segundo registro "DELEGADO DE" com o id do titular, ao lado
      * do nome do substituto que agiu.
      *
      * Caixa de aprovacoes: escolhido um pedido na CAP06AP26, esta
      * tela e chamada com o foco (OPERADOR "F"/"H") no numero de
      * ordem dele em NOTAPEND.DAT e apresenta so aquele pedido; sem
      * foco, a fila inteira, como sempre.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-OPERADOR         PIC X(12).
       01  WS-ID-PAPEL-SES.
           05  WS-ID-SESSAO    PIC X(8).
           05  WS-PAPEL-SESSAO PIC X.
           05  FILLER          PIC X(3).
       77  WS-PERMITIDO        PIC X.
       77  WS-TITULAR          PIC X(8) VALUE SPACES.
       01  WS-FOCO.
           05  WS-FOCO-PROGRAMA PIC X(8).
           05  WS-FOCO-ITEM     PIC 9(4).
       77  WS-OPCAO            PIC X.
       77  WS-TURMA-FECHADA PIC X.
       77  WS-S-ANTIGA         PIC Z9.99.
       77  WS-TOTAL-APLICADOS  PIC 9(3) VALUE ZERO.
       77  WS-TOTAL-REJEITADOS PIC 9(3) VALUE ZERO.
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP04A11".
       77  WS-PROGRAMA-FUNCAO  PIC X(9) VALUE "CAP04AP11".
       77  WS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "------------------------------------------".
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           PERFORM 050-CONFERE-DELEGACAO.
           PERFORM 060-LE-FOCO.
           PERFORM 100-CARREGA-FILA.
           IF WS-TABELA-CHEIA = "S"
              DISPLAY "NOTAPEND.DAT excede a capacidade da tabela; "
              MOVE "N" TO WS-FILA-APLICADO(AC-CI)
              MOVE WS-FILA-REG(AC-CI) TO NP-REGISTRO
              IF NP-SITUACAO = "P"
                 AND (WS-FOCO-ITEM = ZERO OR WS-FOCO-ITEM = AC-CI)
                 PERFORM 200-DECIDE-PEDIDO
                 MOVE NP-REGISTRO TO WS-FILA-REG(AC-CI)
              END-IF
           DISPLAY "Pedidos rejeitados : " WS-TOTAL-REJEITADOS.
           GOBACK.
      ******************************************************************
      * APROVADOR POR DIREITO PROPRIO OU SUBSTITUTO: COM O "G" DO      *
      * PERMCHK, O TITULAR DA DELEGACAO VIGENTE (DELEGSVC)             *
      ******************************************************************
       050-CONFERE-DELEGACAO           SECTION.
           MOVE SPACES TO WS-TITULAR.
           CALL "OPERADOR" USING BY CONTENT "Q",
              BY REFERENCE WS-ID-PAPEL-SES.
           IF WS-ID-SESSAO = SPACES
              EXIT SECTION
           END-IF
           CALL "PERMCHK" USING WS-ID-SESSAO, WS-PAPEL-SESSAO,
              WS-PROGRAMA-FUNCAO, WS-PERMITIDO.
           IF WS-PERMITIDO = "G"
              CALL "DELEGSVC" USING WS-ID-SESSAO,
                 WS-PROGRAMA-FUNCAO, WS-TITULAR
              DISPLAY "Aprovando por delegacao de "
                 FUNCTION TRIM(WS-TITULAR) "."
           END-IF.
           EXIT.
      ******************************************************************
      * CHAMADA PELA CAIXA DE APROVACOES (CAP06AP26): SO O PEDIDO      *
      * ESCOLHIDO LA (NUMERO DE ORDEM NA FILA) E APRESENTADO           *
      ******************************************************************
       060-LE-FOCO                     SECTION.
           CALL "OPERADOR" USING BY CONTENT "H",
              BY REFERENCE WS-FOCO.
           IF WS-FOCO-PROGRAMA NOT = WS-PROGRAMA
              OR WS-FOCO-ITEM IS NOT NUMERIC
              MOVE ZERO TO WS-FOCO-ITEM
           END-IF.
           EXIT.
      ******************************************************************
      * CARGA DA FILA DE PEDIDOS PARA A TABELA                         *
      ******************************************************************
       100-CARREGA-FILA                SECTION.
              ADD 1 TO WS-TOTAL-REJEITADOS
              MOVE "REJ TURMA FECHADA" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              PERFORM 770-AUDITA-DELEGACAO
              EXIT SECTION
           END-IF.
           DISPLAY "  [A]plicar, [R]ejeitar ou [P]ular? "
                 ADD 1 TO WS-TOTAL-REJEITADOS
                 MOVE "REJEITADO" TO WS-RESULTADO
                 CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
                 PERFORM 770-AUDITA-DELEGACAO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
              ADD 1 TO WS-TOTAL-REJEITADOS
              MOVE "REJ SEM CADASTRO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              PERFORM 770-AUDITA-DELEGACAO
              EXIT SECTION
           END-IF.
           MOVE NP-NOTA-NOVA TO TI-NOTA(NP-PROVA).
           ADD 1 TO WS-TOTAL-APLICADOS.
           MOVE "APROVADO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           PERFORM 770-AUDITA-DELEGACAO.
           EXIT.
      ******************************************************************
      * LOCALIZA O REGISTRO DO PEDIDO NO MESTRE: DISCIPLINA INFORMADA  *
              BY REFERENCE WS-TRAVA-BATIM,
              BY REFERENCE WS-TRAVA-DETENTOR.
           EXIT.
      ******************************************************************
      * DECISAO TOMADA POR DELEGACAO: SEGUNDO REGISTRO NA TRILHA COM O *
      * TITULAR (O SUBSTITUTO JA ESTA NO REGISTRO DA DECISAO)          *
      ******************************************************************
       770-AUDITA-DELEGACAO            SECTION.
           IF WS-TITULAR = SPACES
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-RESULTADO.
           STRING "DELEGADO DE " WS-TITULAR DELIMITED BY SIZE
              INTO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
       END PROGRAM CAP04AP11.
