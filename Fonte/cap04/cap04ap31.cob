      * NOTAPEND.DAT (motivo "RCS") para seguir a alcada dupla de
      * sempre (CAP04AP11) - recurso, decisao e troca viram uma
      * trilha unica em vez de tres pontas soltas.
      *
      * Delegacao de alcada: a decisao de recurso passa a seguir a
      * regra de permissao do menu (PERMCHK para a funcao CAP04AP31;
      * sem regra, o papel de coordenador), e o recurso guarda quem o
      * abriu (RE-SOLICITANTE). Na ausencia do aprovador, o
      * substituto nomeado em DELEGREG.DAT (tela CAP06AP24) decide
      * pelo "G" do PERMCHK, so dentro do periodo delegado e nunca um
      * recurso aberto por ele mesmo; cada decisao tomada assim ganha
      * na AUDITLOG um segundo registro "DELEGADO DE" com o id do
      * titular.
      *
      * Caixa de aprovacoes: escolhido um recurso na CAP06AP26 (que
      * mostra o prazo de resposta calculado pelo C0602NDU), esta
      * tela e chamada com o foco (OPERADOR "F"/"H") na sequencia
      * dele e vai direto a decisao, sem o menu.
      *
      * A decisao (deferimento ou rejeicao) passa a gravar a data em
      * que foi tomada (RE-DATA-DECISAO, zero no recurso ainda
      * pendente), para o painel mensal de nivel de servico
      * (CAP02AP30) medir os recursos respondidos dentro do prazo.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  RE-PRAZO-ORD    PIC 9(8).
           05  RE-SITUACAO     PIC X.
           05  RE-NOTA-PEDIDA  PIC 99V99.
           05  RE-SOLICITANTE  PIC X(12).
           05  RE-DATA-DECISAO PIC 9(8).
       FD  NOTAPEND-FILE.
       COPY "notapend.cpy".
       WORKING-STORAGE SECTION.
       78  PRAZO-DIAS-UTEIS VALUE 5.
       78  LIMITE-RECURSOS VALUE 200.
       01  WS-TAB-RECURSOS.
           05  WS-REC-REG PIC X(75) OCCURS LIMITE-RECURSOS TIMES.
       77  WS-QTDE-RECURSOS PIC 9(3) VALUE ZERO.
       01  TB-PENDENTES.
           05  TB-PEND OCCURS 1 TO LIMITE-RECURSOS TIMES
                   DEPENDING ON WS-QTDE-PENDENTES.
               10  WS-P-PRAZO-ORD PIC 9(8).
               10  WS-P-REG       PIC X(75).
       77  WS-QTDE-PENDENTES PIC 9(3) VALUE ZERO.
       77  AC-CI          PIC 9(3).
       77  WS-REC-STATUS  PIC XX.
       77  WS-NDU         PIC 9(4) VALUE PRAZO-DIAS-UTEIS.
       77  WS-STATUS-NDU  PIC X.
       77  WS-OPERADOR    PIC X(12).
       01  WS-ID-PAPEL-SES.
           05  WS-ID-SESSAO    PIC X(8).
           05  WS-PAPEL-SESSAO PIC X.
           05  FILLER          PIC X(3).
       77  WS-PERMITIDO   PIC X.
       77  WS-TITULAR     PIC X(8) VALUE SPACES.
       77  WS-FUNCAO      PIC X(9) VALUE "CAP04AP31".
       01  WS-FOCO.
           05  WS-FOCO-PROGRAMA PIC X(8).
           05  WS-FOCO-ITEM     PIC 9(4).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP04A31".
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
      *    Chamada pela caixa de aprovacoes: direto a decisao do
      *    recurso escolhido, sem o menu.
           PERFORM 050-LE-FOCO.
           IF WS-FOCO-ITEM NOT = ZERO
              PERFORM 500-DECIDE-RECURSO
              EXIT PROGRAM
           END-IF
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "-----------------------------------"
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * CHAMADA PELA CAIXA DE APROVACOES (CAP06AP26): O RECURSO        *
      * ESCOLHIDO LA (SEQUENCIA) VAI DIRETO PARA A DECISAO             *
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
      * ABERTURA: DADOS DO RECURSO E PRAZO DE RESPOSTA EM 5 DIAS       *
      * UTEIS A PARTIR DE HOJE, PELO C0602NDU                          *
      ******************************************************************
           MOVE WS-PRAZO-SAIDA(4:2) TO RE-PRAZO-ORD(5:2).
           MOVE WS-PRAZO-SAIDA(1:2) TO RE-PRAZO-ORD(7:2).
           MOVE "P" TO RE-SITUACAO.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           MOVE WS-OPERADOR TO RE-SOLICITANTE.
           MOVE ZERO TO RE-DATA-DECISAO.
           OPEN EXTEND RECURSOS-FILE.
           IF WS-REC-STATUS = "35"
              OPEN OUTPUT RECURSOS-FILE
           END-PERFORM.
           EXIT.
      ******************************************************************
      * QUEM DECIDE: A MESMA REGRA DO MENU (PERMCHK, SEM REGRA VALE O  *
      * PAPEL DE COORDENADOR); COM O "G" DA DELEGACAO, O SUBSTITUTO    *
      * DECIDE EM NOME DO TITULAR (DELEGSVC)                           *
      ******************************************************************
       450-CONFERE-ALCADA              SECTION.
           MOVE SPACES TO WS-TITULAR.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           CALL "OPERADOR" USING BY CONTENT "Q",
              BY REFERENCE WS-ID-PAPEL-SES.
           CALL "PERMCHK" USING WS-ID-SESSAO, WS-PAPEL-SESSAO,
              WS-FUNCAO, WS-PERMITIDO.
           EVALUATE WS-PERMITIDO
              WHEN "S"
                 CONTINUE
              WHEN "G"
                 CALL "DELEGSVC" USING WS-ID-SESSAO, WS-FUNCAO,
                    WS-TITULAR
                 MOVE "S" TO WS-PERMITIDO
                 DISPLAY "Decidindo por delegacao de "
                    FUNCTION TRIM(WS-TITULAR) "."
              WHEN "D"
                 IF WS-PAPEL-SESSAO = "C"
                    MOVE "S" TO WS-PERMITIDO
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * DECISAO: REJEITA, OU DEFERE GERANDO O PEDIDO DE TROCA DE NOTA  *
      * NA FILA DE ALCADA NOTAPEND.DAT (MOTIVO "RCS")                  *
      ******************************************************************
       500-DECIDE-RECURSO              SECTION.
           PERFORM 450-CONFERE-ALCADA.
           IF WS-PERMITIDO NOT = "S"
              DISPLAY "Decisao de recurso restrita ao aprovador."
              MOVE "ACESSO NEGADO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              EXIT SECTION
           END-IF
           IF WS-FOCO-ITEM NOT = ZERO
              MOVE WS-FOCO-ITEM TO WS-SEQ-PEDIDO
           ELSE
              DISPLAY "Sequencia do recurso: " WITH NO ADVANCING
              ACCEPT WS-SEQ-PEDIDO
           END-IF
           MOVE "N" TO WS-ACHOU.
           MOVE ZERO TO WS-QTDE-RECURSOS.
           OPEN INPUT RECURSOS-FILE.
              RE-PROVA ".".
           DISPLAY "Nota pleiteada " RE-NOTA-PEDIDA " prazo "
              RE-PRAZO ".".
           IF WS-TITULAR NOT = SPACES
              AND RE-SOLICITANTE = WS-OPERADOR
              DISPLAY "Aberto pelo proprio substituto; fica pendente "
                      "para outro aprovador."
              EXIT SECTION
           END-IF
           DISPLAY "[D]eferir ou [R]ejeitar? " WITH NO ADVANCING.
           ACCEPT WS-DECISAO.
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO.
           EVALUATE WS-DECISAO
              WHEN "D"
                 MOVE "D" TO RE-SITUACAO
                 PERFORM 560-DATA-DECISAO
                 PERFORM 600-ENFILEIRA-TROCA
                 DISPLAY "Deferido; troca de nota na fila de "
                         "alcada (CAP04AP11)."
                 MOVE "RECURSO DEFERIDO" TO WS-RESULTADO
                 CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
                 PERFORM 580-AUDITA-DELEGACAO
              WHEN "R"
                 MOVE "R" TO RE-SITUACAO
                 PERFORM 560-DATA-DECISAO
                 DISPLAY "Recurso rejeitado."
                 MOVE "RECURSO REJEITADO" TO WS-RESULTADO
                 CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
                 PERFORM 580-AUDITA-DELEGACAO
              WHEN OTHER
                 DISPLAY "Decisao nao reconhecida; recurso segue "
                         "pendente."
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * DATA DA DECISAO, CONFRONTADA COM O PRAZO NO PAINEL DE NIVEL DE *
      * SERVICO (CAP02AP30)                                            *
      ******************************************************************
       560-DATA-DECISAO                SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO RE-DATA-DECISAO.
           EXIT.
      ******************************************************************
      * DECISAO TOMADA POR DELEGACAO: SEGUNDO REGISTRO NA TRILHA COM O *
      * TITULAR (O SUBSTITUTO JA ESTA NO REGISTRO DA DECISAO)          *
      ******************************************************************
       580-AUDITA-DELEGACAO            SECTION.
           IF WS-TITULAR = SPACES
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-RESULTADO.
           STRING "DELEGADO DE " WS-TITULAR DELIMITED BY SIZE
              INTO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * O DEFERIMENTO VIRA UM PEDIDO "P" EM NOTAPEND.DAT, MOTIVO "RCS" *
      ******************************************************************
       600-ENFILEIRA-TROCA             SECTION.
