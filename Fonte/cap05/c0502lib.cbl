      * alcada e exatamente o ato que se quer assinado. Sem o
      * registro de operadores carregado ainda (bootstrap), a
      * exigencia cai, como no sign-on do MENUGERAL.
      *
      * Delegacao de alcada: na ausencia do coordenador, o substituto
      * nomeado por ele em DELEGREG.DAT (tela CAP06AP24) para a
      * funcao C0502LIB passa na reautenticacao com a propria senha,
      * so dentro do periodo delegado. Cada aprovacao ou rejeicao
      * feita assim ganha na AUDITLOG um segundo registro "DELEGADO
      * DE" com o id do titular. Os itens retidos vem do lote, sem
      * solicitante na tela; a regra de nao decidir o proprio pedido
      * nao se aplica aqui.
      *
      * Caixa de aprovacoes: escolhido um item retido na CAP06AP26,
      * esta tela e chamada com o foco (OPERADOR "F"/"H") no numero
      * de ordem dele em LOTESUSP.DAT; depois da reautenticacao de
      * sempre, so aquele item e apresentado e os demais ficam
      * mantidos na fila.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  LS-SENHA-HASH       PIC X(8).
       77  LS-SENHA-OK         PIC X.
       77  LS-OPCAO            PIC X.
       77  LS-TITULAR          PIC X(8) VALUE SPACES.
       77  LS-FUNCAO           PIC X(9) VALUE "C0502LIB".
       01  LS-FOCO.
           05  LS-FOCO-PROGRAMA PIC X(8).
           05  LS-FOCO-ITEM     PIC 9(4).
       77  LS-S-VLR-1          PIC -(4)9.99.
       77  LS-S-VLR-2          PIC -(4)9.99.
       77  LS-S-BASE           PIC Z(8)9.99.
       77  LS-PROGRAMA         PIC X(8) VALUE "C0502LIB".
       77  LS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
           DISPLAY "-----------------------------------------".
           DISPLAY "Liberacao de Alcada do Lote (COORDENADOR)".
           DISPLAY "-----------------------------------------".
           PERFORM 050-LE-FOCO.
           PERFORM 100-AUTENTICA-COORDENADOR.
           IF LS-AUTORIZADO NOT = "S"
              DISPLAY "Acesso restrito ao coordenador."
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO LS-TOTAL-LIDOS
                    IF LS-FOCO-ITEM NOT = ZERO
                       AND LS-FOCO-ITEM NOT = LS-TOTAL-LIDOS
                       PERFORM 400-MANTEM-RETIDO
                    ELSE
                       PERFORM 200-TRATA-RETIDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOTE-SUSP-FILE.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           GOBACK.
      ******************************************************************
      * CHAMADA PELA CAIXA DE APROVACOES (CAP06AP26): SO O ITEM        *
      * ESCOLHIDO LA (NUMERO DE ORDEM NA FILA) E DECIDIDO; OS DEMAIS   *
      * FICAM MANTIDOS                                                 *
      ******************************************************************
       050-LE-FOCO                     SECTION.
           CALL "OPERADOR" USING BY CONTENT "H",
              BY REFERENCE LS-FOCO.
           IF LS-FOCO-PROGRAMA NOT = LS-PROGRAMA
              OR LS-FOCO-ITEM IS NOT NUMERIC
              MOVE ZERO TO LS-FOCO-ITEM
           END-IF.
           EXIT.
      ******************************************************************
      * REAUTENTICACAO DO COORDENADOR CONTRA OPERREG.DAT; REGISTRO DE  *
      * OPERADORES AUSENTE (BOOTSTRAP) LIBERA, COMO NO MENUGERAL       *
      ******************************************************************
                       AND (OP-SENHA = LS-SENHA-HASH
                            OR (OP-SENHA-DATA = ZERO
                                AND OP-SENHA = LS-SENHA-ENTRADA))
                       AND OP-SITUACAO NOT = "B"
                       PERFORM 150-CONFERE-ALCADA
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * CREDENCIAL CONFERIDA: O COORDENADOR LIBERA POR DIREITO         *
      * PROPRIO; OUTRO OPERADOR, SO COMO SUBSTITUTO DE UM TITULAR      *
      * AUSENTE, DENTRO DO PERIODO DA DELEGACAO (DELEGSVC)             *
      ******************************************************************
       150-CONFERE-ALCADA              SECTION.
           IF OP-PAPEL = "C"
              MOVE "S" TO LS-AUTORIZADO
              EXIT SECTION
           END-IF
           CALL "DELEGSVC" USING OP-ID, LS-FUNCAO, LS-TITULAR.
           IF LS-TITULAR NOT = SPACES
              MOVE "S" TO LS-AUTORIZADO
              DISPLAY "Liberando por delegacao de "
                 FUNCTION TRIM(LS-TITULAR) "."
           END-IF.
           EXIT.
      ******************************************************************
      * MOSTRA UM ITEM RETIDO E COLHE A DECISAO DO COORDENADOR:        *
      * APROVAR, REJEITAR OU MANTER NA FILA                            *
      ******************************************************************
              DISPLAY "  Operacao ....: " LT-OPERACAO
              DISPLAY "  Valor 1 .....: " LS-S-VLR-1
              DISPLAY "  Valor 2 .....: " LS-S-VLR-2
              IF LT-OPERACAO = "I" AND LT-I-BASE IS NUMERIC
                 MOVE LT-I-BASE TO LS-S-BASE
                 DISPLAY "  Base imposto : " LS-S-BASE
              END-IF
           END-IF.
           DISPLAY "[A]provar, [R]ejeitar ou [M]anter na fila? "
              WITH NO ADVANCING.
                 ADD 1 TO LS-TOTAL-REJEITADOS
                 MOVE "ALCADA REJEITADA" TO LS-RESULTADO
                 CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO
                 PERFORM 600-AUDITA-DELEGACAO
              WHEN OTHER
                 PERFORM 400-MANTEM-RETIDO
           END-EVALUATE.
           ADD 1 TO LS-TOTAL-APROVADOS.
           MOVE "ALCADA APROVADA" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           PERFORM 600-AUDITA-DELEGACAO.
           EXIT.
      ******************************************************************
      * GUARDA O ITEM NA TABELA DOS MANTIDOS, PARA A FILA DE RETIDOS   *
           END-PERFORM.
           CLOSE LOTE-SUSP-FILE.
           EXIT.
      ******************************************************************
      * DECISAO TOMADA POR DELEGACAO: SEGUNDO REGISTRO NA TRILHA COM O *
      * TITULAR (O SUBSTITUTO JA ESTA NO REGISTRO DA DECISAO)          *
      ******************************************************************
       600-AUDITA-DELEGACAO            SECTION.
           IF LS-TITULAR = SPACES
              EXIT SECTION
           END-IF
           MOVE SPACES TO LS-RESULTADO.
           STRING "DELEGADO DE " LS-TITULAR DELIMITED BY SIZE
              INTO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
