      * peso 1 + erros do treinando naquela operacao, entao a folha
      * de reforco cai exatamente onde o treinando erra. O gabarito
      * continua separado, como sempre.
      *
      * A folha gerada passa a ser entregue a alguem: para a turma
      * inteira (os estudantes da turma em TURMA.DAT) ou para
      * treinandos nomeados pelo TR-ID - a folha direcionada vai para
      * o proprio treinando do perfil -, com o prazo de devolucao
      * informado pelo instrutor. Cada entrega vira uma linha em
      * FOLHAENT.DAT (folha, treinando, turma, data de emissao e
      * prazo), que a correcao CAP03AP10 fecha na devolucao e o
      * relatorio CAP03AP13 cobra depois do prazo. A folha avulsa
      * (sem destinatario) continua possivel.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FOLHA-SEQ-FILE ASSIGN TO "FOLHASEQ.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FSQ-STATUS.
           SELECT FOLHA-ENT-FILE ASSIGN TO "FOLHAENT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEN-STATUS.
           SELECT TURMA-FILE ASSIGN TO "TURMA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TURMA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DRILL-DET-FILE.
       COPY "folhareg.cpy".
       FD  FOLHA-SEQ-FILE.
       01  FS-ULTIMA           PIC 9(6).
       FD  FOLHA-ENT-FILE.
       COPY "folhaent.cpy".
       FD  TURMA-FILE.
       COPY "turma.cpy".
       WORKING-STORAGE SECTION.
       78  MAXIMO-QUESTOES VALUE 50.
       01  WS-TABELA-QUESTOES.
       77  WS-DET-STATUS    PIC XX.
       77  WS-FRG-STATUS    PIC XX.
       77  WS-FSQ-STATUS    PIC XX.
       77  WS-FEN-STATUS    PIC XX.
       77  WS-TURMA-STATUS  PIC XX.
      *    Destinatarios da folha: treinando e turma
       78  LIMITE-DESTINOS VALUE 200.
       01  WS-TAB-DESTINOS.
           05  WS-DESTINO OCCURS LIMITE-DESTINOS TIMES.
               10  WS-DST-ID    PIC X(9).
               10  WS-DST-TURMA PIC X(6).
       77  WS-QTDE-DESTINOS PIC 9(3) VALUE ZERO.
       77  AC-DS            PIC 9(3).
       77  WS-DESTINO-MODO  PIC X.
       77  WS-TURMA-SEL     PIC X(6).
       77  WS-ID-SEL        PIC X(9).
       77  WS-ACHOU         PIC X.
       77  WS-DATA-NEG      PIC 9(8).
       77  WS-PRAZO-N       PIC 9(8) VALUE ZERO.
       77  WS-DATA-ENTRADA  PIC X(10).
       77  WS-SAIDA-DATA    PIC X(10).
       77  WS-MOTIVO        PIC X(40).
       77  WS-NUM-FOLHA     PIC 9(6) VALUE ZERO.
       77  WS-FIM-ARQUIVO   PIC X VALUE "N".
           88 WS-FIM-OK     VALUE "S".
                 PERFORM 150-CARREGA-PERFIL
              END-IF
           END-IF
           PERFORM 500-ESCOLHE-DESTINOS.
      *    Semente do sorteio a partir do relogio, para cada folha
      *    sair embaralhada diferente da anterior.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
              PERFORM 200-SORTEIA-QUESTAO
           END-PERFORM.
           PERFORM 280-PERSISTE-FOLHA.
           IF WS-QTDE-DESTINOS > ZERO
              PERFORM 580-GRAVA-ENTREGAS
           END-IF
           PERFORM 300-IMPRIME-FOLHA.
           PERFORM 400-IMPRIME-GABARITO.
           DISPLAY "Folha " WS-NUM-FOLHA " em FOLHA.LST; gabarito "
              "em GABARITO.LST.".
           IF WS-QTDE-DESTINOS > ZERO
              DISPLAY "Folha entregue a " WS-QTDE-DESTINOS
                 " treinando(s); devolucao ate " WS-SAIDA-DATA "."
           END-IF
           DISPLAY "Correcao automatica das devolvidas: CAP03AP10.".
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           GOBACK.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-LINHA.
           IF WS-QTDE-DESTINOS > ZERO
              STRING "FOLHA NR " WS-NUM-FOLHA
                 "   NOME: ______________________  TURMA: ______"
                 "  ATE " WS-SAIDA-DATA
                 DELIMITED BY SIZE INTO WS-LINHA
           ELSE
              STRING "FOLHA NR " WS-NUM-FOLHA
                 "   NOME: ______________________  TURMA: ______"
                 DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * DESTINATARIOS DA FOLHA: A TURMA INTEIRA, TREINANDOS NOMEADOS   *
      * OU NENHUM (AVULSA); A DIRECIONADA VAI PARA O DONO DO PERFIL    *
      ******************************************************************
       500-ESCOLHE-DESTINOS            SECTION.
           MOVE ZERO TO WS-QTDE-DESTINOS.
           IF WS-COD-PERFIL NOT = SPACES
              MOVE WS-COD-PERFIL TO WS-ID-SEL
              PERFORM 540-ACRESCENTA-TREINANDO
           ELSE
              DISPLAY "Entregar a [T]urma, [N]omeados ou [A]vulsa? "
                 WITH NO ADVANCING
              ACCEPT WS-DESTINO-MODO
              MOVE FUNCTION UPPER-CASE(WS-DESTINO-MODO)
                 TO WS-DESTINO-MODO
              EVALUATE WS-DESTINO-MODO
                 WHEN "T"
                    PERFORM 520-DESTINOS-DA-TURMA
                 WHEN "N"
                    PERFORM FOREVER
                       DISPLAY "Codigo do treinando (vazio = fim): "
                          WITH NO ADVANCING
                       ACCEPT WS-ID-SEL
                       IF WS-ID-SEL = SPACES
                          EXIT PERFORM
                       END-IF
                       PERFORM 540-ACRESCENTA-TREINANDO
                    END-PERFORM
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-QTDE-DESTINOS = ZERO
              DISPLAY "Folha avulsa, sem registro de entrega."
              EXIT SECTION
           END-IF
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           PERFORM FOREVER
              DISPLAY "Devolver ate (DD/MM/AAAA) ...: "
                 WITH NO ADVANCING
              ACCEPT WS-DATA-ENTRADA
              CALL "C0602DAT" USING BY CONTENT WS-DATA-ENTRADA,
                  BY REFERENCE WS-SAIDA-DATA, BY REFERENCE WS-MOTIVO,
                  BY CONTENT "B"
              IF WS-SAIDA-DATA = "**/**/****"
                 DISPLAY "Data invalida: " FUNCTION TRIM(WS-MOTIVO)
              ELSE
                 COMPUTE WS-PRAZO-N =
                    FUNCTION NUMVAL(WS-SAIDA-DATA(7:4)) * 10000
                    + FUNCTION NUMVAL(WS-SAIDA-DATA(4:2)) * 100
                    + FUNCTION NUMVAL(WS-SAIDA-DATA(1:2))
                 IF WS-PRAZO-N >= WS-DATA-NEG
                    EXIT PERFORM
                 END-IF
                 DISPLAY "O prazo nao pode ser anterior a hoje."
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * TODOS OS ESTUDANTES DA TURMA EM TURMA.DAT, UMA VEZ CADA (HA UM *
      * REGISTRO POR DISCIPLINA)                                       *
      ******************************************************************
       520-DESTINOS-DA-TURMA           SECTION.
           DISPLAY "Turma/periodo ...............: " WITH NO ADVANCING.
           ACCEPT WS-TURMA-SEL.
           MOVE FUNCTION UPPER-CASE(WS-TURMA-SEL) TO WS-TURMA-SEL.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS NOT = "00"
              DISPLAY "TURMA.DAT nao encontrado."
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ TURMA-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF TR-TURMA = WS-TURMA-SEL
                       MOVE TR-ID TO WS-ID-SEL
                       PERFORM 560-GUARDA-DESTINO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TURMA-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-QTDE-DESTINOS = ZERO
              DISPLAY "Turma sem estudantes em TURMA.DAT."
           END-IF
           EXIT.
      ******************************************************************
      * UM TREINANDO NOMEADO: TEM DE ESTAR NO CADASTRO (TURMA.DAT)     *
      ******************************************************************
       540-ACRESCENTA-TREINANDO        SECTION.
           MOVE "N" TO WS-ACHOU.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK OR WS-ACHOU = "S"
                 READ TURMA-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF TR-ID = WS-ID-SEL
                          MOVE "S" TO WS-ACHOU
                          MOVE TR-TURMA TO WS-TURMA-SEL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TURMA-FILE
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-ACHOU = "N"
              DISPLAY "Treinando " WS-ID-SEL " nao esta no cadastro."
              EXIT SECTION
           END-IF
           PERFORM 560-GUARDA-DESTINO.
           EXIT.
      ******************************************************************
      * WS-ID-SEL/WS-TURMA-SEL NA TABELA DE DESTINOS, SEM REPETIR      *
      ******************************************************************
       560-GUARDA-DESTINO              SECTION.
           PERFORM VARYING AC-DS FROM 1 BY 1
                   UNTIL AC-DS > WS-QTDE-DESTINOS
              IF WS-DST-ID(AC-DS) = WS-ID-SEL
                 EXIT SECTION
              END-IF
           END-PERFORM.
           IF WS-QTDE-DESTINOS >= LIMITE-DESTINOS
              DISPLAY "Limite de destinatarios atingido; "
                 WS-ID-SEL " fica de fora."
              EXIT SECTION
           END-IF
           ADD 1 TO WS-QTDE-DESTINOS.
           MOVE WS-ID-SEL    TO WS-DST-ID(WS-QTDE-DESTINOS).
           MOVE WS-TURMA-SEL TO WS-DST-TURMA(WS-QTDE-DESTINOS).
           EXIT.
      ******************************************************************
      * UMA LINHA DE ENTREGA POR DESTINATARIO EM FOLHAENT.DAT          *
      ******************************************************************
       580-GRAVA-ENTREGAS              SECTION.
           OPEN EXTEND FOLHA-ENT-FILE.
           IF WS-FEN-STATUS = "35"
              OPEN OUTPUT FOLHA-ENT-FILE
           END-IF
           PERFORM VARYING AC-DS FROM 1 BY 1
                   UNTIL AC-DS > WS-QTDE-DESTINOS
              MOVE WS-NUM-FOLHA        TO FE-FOLHA
              MOVE WS-DST-ID(AC-DS)    TO FE-ID
              MOVE WS-DST-TURMA(AC-DS) TO FE-TURMA
              MOVE WS-DATA-NEG         TO FE-EMISSAO
              MOVE WS-PRAZO-N          TO FE-PRAZO
              MOVE "E"                 TO FE-SITUACAO
              MOVE ZERO                TO FE-DEVOLUCAO
              MOVE ZERO                TO FE-ACERTOS
              MOVE WS-QTDE-QUESTOES    TO FE-QTDE
              WRITE FE-REGISTRO
           END-PERFORM.
           CLOSE FOLHA-ENT-FILE.
           EXIT.
      ******************************************************************
      * ENVIO DE UMA LINHA AO SERVICO DE PAGINACAO                     *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
