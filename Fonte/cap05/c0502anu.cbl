       IDENTIFICATION DIVISION.
       PROGRAM-ID. C0502ANU.
      *
      * Anulacao de recibo da calculadora interativa: desde que os
      * recibos passaram a ser numerados (CL-RECIBO, RECIBO.LST), uma
      * operacao digitada errada no balcao nao tinha como ser
      * desfeita - o valor errado ficava em CALCLOG.DAT e no resumo
      * do plantao. A anulacao tem duas maos, no molde da liberacao
      * de alcada (C0502LIB):
      *  [S] o operador pede a anulacao de um numero de recibo, com
      *      o motivo; o recibo precisa existir no log, nao pode estar
      *      anulado nem com pedido pendente. O pedido entra na fila
      *      ANULPEND.DAT;
      *  [A] o coordenador, reautenticado com papel "C" em
      *      OPERREG.DAT, percorre a fila e aprova, rejeita ou mantem
      *      cada pedido. A aprovacao grava em CALCLOG.DAT um registro
      *      de ESTORNO que aponta para o recibo original (CL-RECIBO
      *      com o numero anulado, valores do original e o resultado
      *      com o sinal trocado, para a soma do log se anular) e
      *      imprime o comprovante de anulacao, anexado a ESTORNO.LST.
      * O resumo do plantao (CAP05AP07) e o rateio mensal (CAP05AP12)
      * reconhecem o estorno e deixam o recibo anulado fora dos
      * totais liquidos. Em sessao de treinamento o log e a fila
      * passam por ARQNOME, como no C0502SAI.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-LOG-FILE ASSIGN TO DYNAMIC LS-NOME-CALCLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-LOG-STATUS.
           SELECT ANUL-PEND-FILE ASSIGN TO DYNAMIC LS-NOME-PENDENTES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-PEND-STATUS.
           SELECT OPERREG-FILE ASSIGN TO "OPERREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-LOG-FILE.
       COPY "calclog.cpy".
       FD  ANUL-PEND-FILE.
      * Pedido de anulacao aguardando o coordenador.
       01  AP-REGISTRO.
           05  AP-RECIBO       PIC 9(6).
           05  AP-OPERADOR     PIC X(12).
           05  AP-MOTIVO       PIC X(40).
           05  AP-DATA         PIC 9(8).
           05  AP-HORA         PIC 9(6).
       FD  OPERREG-FILE.
       COPY "operreg.cpy".
       LOCAL-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-FILA VALUE 500.
       01  TB-MANTIDOS.
           05  TB-PEDIDO PIC X(72) OCCURS LIMITE-FILA TIMES.
       77  LS-QTDE-MANTIDOS    PIC 9(4) VALUE ZERO.
       77  AC-CI               PIC 9(4).
       77  LS-LOG-STATUS       PIC XX.
       77  LS-PEND-STATUS      PIC XX.
       77  LS-REG-STATUS       PIC XX.
       77  LS-NOME-CALCLOG     PIC X(30).
       77  LS-NOME-PENDENTES   PIC X(30).
       77  LS-FIM-ARQUIVO      PIC X VALUE "N".
           88 LS-FIM-OK        VALUE "S".
       77  LS-OPCAO            PIC X.
       77  LS-RECIBO           PIC 9(6).
       77  LS-MOTIVO           PIC X(40).
       77  LS-OPERADOR         PIC X(12).
       77  LS-ACHOU            PIC X.
       77  LS-JA-ANULADO       PIC X.
       77  LS-JA-PENDENTE      PIC X.
       01  LS-ORIGINAL.
           05  LS-OR-OPERACAO  PIC X(10).
           05  LS-OR-VLR-1     PIC S9(4)V99.
           05  LS-OR-VLR-2     PIC S9(4)V99.
           05  LS-OR-RESULTADO PIC S9(8)V9999.
           05  LS-OR-DATA      PIC 9(8).
           05  LS-OR-HORA      PIC 9(6).
       77  LS-DATA-HORA-SISTEMA PIC X(20).
       77  LS-AUTORIZADO       PIC X VALUE "N".
       77  LS-ID-ENTRADA       PIC X(8).
       77  LS-SENHA-ENTRADA    PIC X(8).
       77  LS-SENHA-HASH       PIC X(8).
       77  LS-SENHA-OK         PIC X.
       77  LS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  LS-TOTAL-APROVADOS  PIC 9(6) VALUE ZERO.
       77  LS-TOTAL-REJEITADOS PIC 9(6) VALUE ZERO.
       77  LS-S-VLR-1          PIC -(4)9.99.
       77  LS-S-VLR-2          PIC -(4)9.99.
       77  LS-S-RESULTADO      PIC -(8)9.9999.
       77  LS-IMP-TEXTO        PIC X(132).
       77  LS-IMP-TOTAL        PIC 9(6) VALUE ZERO.
       77  LS-PROGRAMA         PIC X(8) VALUE "C0502ANU".
       77  LS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           MOVE "CALCLOG.DAT" TO LS-NOME-CALCLOG.
           CALL "ARQNOME" USING LS-NOME-CALCLOG.
           MOVE "ANULPEND.DAT" TO LS-NOME-PENDENTES.
           CALL "ARQNOME" USING LS-NOME-PENDENTES.
           PERFORM FOREVER
              CALL "SYSTEM" USING "cls"
              DISPLAY "--------------------------"
              DISPLAY "Anulacao de Recibo"
              DISPLAY "--------------------------"
              DISPLAY CR
              DISPLAY "[S] - Solicitar anulacao de recibo"
              DISPLAY "[A] - Aprovar anulacoes (coordenador)"
              DISPLAY "[V] - Voltar ao menu principal"
              DISPLAY CR
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT LS-OPCAO
              MOVE FUNCTION UPPER-CASE(LS-OPCAO) TO LS-OPCAO
              DISPLAY CR
              EVALUATE LS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "S"
                    PERFORM 100-SOLICITA-ANULACAO
                    CALL "C0502PSA"
                 WHEN "A"
                    PERFORM 400-APROVA-ANULACOES
                    CALL "C0502PSA"
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
                    CALL "C0502PSA"
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * PEDIDO DO OPERADOR: RECIBO E MOTIVO, CONFERIDOS CONTRA O LOG E *
      * A FILA ANTES DE ENTRAR EM ANULPEND.DAT                         *
      ******************************************************************
       100-SOLICITA-ANULACAO           SECTION.
           DISPLAY "Numero do recibo: " WITH NO ADVANCING.
           ACCEPT LS-RECIBO.
           IF LS-RECIBO = ZERO
              DISPLAY "Recibo invalido."
              EXIT SECTION
           END-IF
           PERFORM 200-LOCALIZA-RECIBO.
           IF LS-ACHOU NOT = "S"
              DISPLAY "Recibo " LS-RECIBO " nao encontrado no log."
              EXIT SECTION
           END-IF
           IF LS-JA-ANULADO = "S"
              DISPLAY "Recibo " LS-RECIBO " ja foi anulado."
              EXIT SECTION
           END-IF
           PERFORM 250-CONFERE-PENDENTE.
           IF LS-JA-PENDENTE = "S"
              DISPLAY "Ja existe pedido de anulacao pendente para o "
                 "recibo " LS-RECIBO "."
              EXIT SECTION
           END-IF
           PERFORM 300-MOSTRA-ORIGINAL.
           DISPLAY "Motivo da anulacao: " WITH NO ADVANCING.
           ACCEPT LS-MOTIVO.
           IF LS-MOTIVO = SPACES
              DISPLAY "O motivo e obrigatorio; pedido nao registrado."
              EXIT SECTION
           END-IF
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE LS-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO LS-DATA-HORA-SISTEMA.
           MOVE LS-RECIBO TO AP-RECIBO.
           MOVE LS-OPERADOR TO AP-OPERADOR.
           MOVE LS-MOTIVO TO AP-MOTIVO.
           MOVE LS-DATA-HORA-SISTEMA(1:8) TO AP-DATA.
           MOVE LS-DATA-HORA-SISTEMA(9:6) TO AP-HORA.
           OPEN EXTEND ANUL-PEND-FILE.
           IF LS-PEND-STATUS = "35"
              OPEN OUTPUT ANUL-PEND-FILE
           END-IF
           WRITE AP-REGISTRO.
           CLOSE ANUL-PEND-FILE.
           MOVE "ANULACAO PEDIDA" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           DISPLAY "Pedido registrado; aguarda aprovacao do "
                   "coordenador.".
           EXIT.
      ******************************************************************
      * PROCURA O RECIBO NO LOG: GUARDA A OPERACAO ORIGINAL E MARCA SE *
      * JA EXISTE ESTORNO APONTANDO PARA ELE                           *
      ******************************************************************
       200-LOCALIZA-RECIBO             SECTION.
           MOVE "N" TO LS-ACHOU.
           MOVE "N" TO LS-JA-ANULADO.
           OPEN INPUT CALC-LOG-FILE.
           IF LS-LOG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ CALC-LOG-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF CL-RECIBO = LS-RECIBO
                       IF CL-OPERACAO = "ESTORNO"
                          MOVE "S" TO LS-JA-ANULADO
                       ELSE
                          MOVE "S" TO LS-ACHOU
                          MOVE CL-OPERACAO  TO LS-OR-OPERACAO
                          MOVE CL-VLR-1     TO LS-OR-VLR-1
                          MOVE CL-VLR-2     TO LS-OR-VLR-2
                          MOVE CL-RESULTADO TO LS-OR-RESULTADO
                          MOVE CL-DATA      TO LS-OR-DATA
                          MOVE CL-HORA      TO LS-OR-HORA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CALC-LOG-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * JA HA PEDIDO PENDENTE PARA O MESMO RECIBO?                     *
      ******************************************************************
       250-CONFERE-PENDENTE            SECTION.
           MOVE "N" TO LS-JA-PENDENTE.
           OPEN INPUT ANUL-PEND-FILE.
           IF LS-PEND-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ ANUL-PEND-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF AP-RECIBO = LS-RECIBO
                       MOVE "S" TO LS-JA-PENDENTE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ANUL-PEND-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * MOSTRA A OPERACAO ORIGINAL DO RECIBO                           *
      ******************************************************************
       300-MOSTRA-ORIGINAL             SECTION.
           MOVE LS-OR-VLR-1 TO LS-S-VLR-1.
           MOVE LS-OR-VLR-2 TO LS-S-VLR-2.
           MOVE LS-OR-RESULTADO TO LS-S-RESULTADO.
           DISPLAY "  Recibo ......: " LS-RECIBO.
           DISPLAY "  Data/hora ...: " LS-OR-DATA(7:2) "/"
              LS-OR-DATA(5:2) "/" LS-OR-DATA(1:4) " "
              LS-OR-HORA(1:2) ":" LS-OR-HORA(3:2) ":"
              LS-OR-HORA(5:2).
           DISPLAY "  Operacao ....: " LS-OR-OPERACAO.
           DISPLAY "  Valor 1 .....: " LS-S-VLR-1.
           DISPLAY "  Valor 2 .....: " LS-S-VLR-2.
           DISPLAY "  Resultado ...: " FUNCTION TRIM(LS-S-RESULTADO).
           EXIT.
      ******************************************************************
      * FILA DE PEDIDOS TRATADA PELO COORDENADOR; A FILA E REESCRITA   *
      * SO COM OS PEDIDOS MANTIDOS                                     *
      ******************************************************************
       400-APROVA-ANULACOES            SECTION.
           PERFORM 450-AUTENTICA-COORDENADOR.
           IF LS-AUTORIZADO NOT = "S"
              DISPLAY "Acesso restrito ao coordenador."
              MOVE "ACESSO NEGADO" TO LS-RESULTADO
              CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO
              EXIT SECTION
           END-IF
           OPEN INPUT ANUL-PEND-FILE.
           IF LS-PEND-STATUS NOT = "00"
              DISPLAY "Nenhum pedido de anulacao pendente."
              EXIT SECTION
           END-IF
           MOVE ZERO TO LS-QTDE-MANTIDOS.
           MOVE ZERO TO LS-TOTAL-LIDOS.
           MOVE ZERO TO LS-TOTAL-APROVADOS.
           MOVE ZERO TO LS-TOTAL-REJEITADOS.
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ ANUL-PEND-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    ADD 1 TO LS-TOTAL-LIDOS
                    PERFORM 500-TRATA-PEDIDO
              END-READ
           END-PERFORM.
           CLOSE ANUL-PEND-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           OPEN OUTPUT ANUL-PEND-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-MANTIDOS
              MOVE TB-PEDIDO(AC-CI) TO AP-REGISTRO
              WRITE AP-REGISTRO
           END-PERFORM.
           CLOSE ANUL-PEND-FILE.
           DISPLAY CR.
           DISPLAY "Pedidos lidos ......: " LS-TOTAL-LIDOS.
           DISPLAY "Aprovados ..........: " LS-TOTAL-APROVADOS.
           DISPLAY "Rejeitados .........: " LS-TOTAL-REJEITADOS.
           DISPLAY "Mantidos na fila ...: " LS-QTDE-MANTIDOS.
           EXIT.
      ******************************************************************
      * REAUTENTICACAO DO COORDENADOR CONTRA OPERREG.DAT; REGISTRO DE  *
      * OPERADORES AUSENTE (BOOTSTRAP) LIBERA, COMO NO C0502LIB        *
      ******************************************************************
       450-AUTENTICA-COORDENADOR       SECTION.
           MOVE "N" TO LS-AUTORIZADO.
           OPEN INPUT OPERREG-FILE.
           IF LS-REG-STATUS NOT = "00"
              DISPLAY "Registro de operadores ainda vazio; aprovacao"
                 " tratada como coordenador (bootstrap)."
              MOVE "S" TO LS-AUTORIZADO
              EXIT SECTION
           END-IF
           DISPLAY "Id do coordenador: " WITH NO ADVANCING.
           ACCEPT LS-ID-ENTRADA.
           MOVE FUNCTION UPPER-CASE(LS-ID-ENTRADA) TO LS-ID-ENTRADA.
           DISPLAY "Senha ...........: " WITH NO ADVANCING.
           ACCEPT LS-SENHA-ENTRADA.
           CALL "SENHASVC" USING BY CONTENT "H",
              BY CONTENT LS-SENHA-ENTRADA,
              BY REFERENCE LS-SENHA-HASH,
              BY REFERENCE LS-SENHA-OK.
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ OPERREG-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF OP-ID = LS-ID-ENTRADA
                       AND (OP-SENHA = LS-SENHA-HASH
                            OR (OP-SENHA-DATA = ZERO
                                AND OP-SENHA = LS-SENHA-ENTRADA))
                       AND OP-PAPEL = "C"
                       AND OP-SITUACAO NOT = "B"
                       MOVE "S" TO LS-AUTORIZADO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERREG-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM PEDIDO DA FILA: APROVAR, REJEITAR OU MANTER                 *
      ******************************************************************
       500-TRATA-PEDIDO                SECTION.
           MOVE AP-RECIBO TO LS-RECIBO.
           MOVE AP-MOTIVO TO LS-MOTIVO.
           DISPLAY CR.
           DISPLAY "Pedido " LS-TOTAL-LIDOS " - solicitado por "
              FUNCTION TRIM(AP-OPERADOR) " em " AP-DATA(7:2) "/"
              AP-DATA(5:2) "/" AP-DATA(1:4).
           DISPLAY "  Motivo ......: " FUNCTION TRIM(LS-MOTIVO).
           PERFORM 200-LOCALIZA-RECIBO.
           IF LS-ACHOU NOT = "S" OR LS-JA-ANULADO = "S"
              DISPLAY "  Recibo " LS-RECIBO " nao encontrado ou ja "
                 "anulado; pedido descartado."
              ADD 1 TO LS-TOTAL-REJEITADOS
              EXIT SECTION
           END-IF
           PERFORM 300-MOSTRA-ORIGINAL.
           DISPLAY "[A]provar, [R]ejeitar ou [M]anter na fila? "
              WITH NO ADVANCING.
           ACCEPT LS-OPCAO.
           MOVE FUNCTION UPPER-CASE(LS-OPCAO) TO LS-OPCAO.
           EVALUATE LS-OPCAO
              WHEN "A"
                 PERFORM 600-GRAVA-ESTORNO
                 PERFORM 700-IMPRIME-COMPROVANTE
                 ADD 1 TO LS-TOTAL-APROVADOS
                 MOVE "ANULACAO APROVADA" TO LS-RESULTADO
                 CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO
              WHEN "R"
                 ADD 1 TO LS-TOTAL-REJEITADOS
                 MOVE "ANULACAO REJEITADA" TO LS-RESULTADO
                 CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO
              WHEN OTHER
                 IF LS-QTDE-MANTIDOS < LIMITE-FILA
                    ADD 1 TO LS-QTDE-MANTIDOS
                    MOVE AP-REGISTRO TO TB-PEDIDO(LS-QTDE-MANTIDOS)
                 ELSE
                    DISPLAY "Tabela de mantidos cheia; pedido do "
                       "recibo " LS-RECIBO " NAO voltara para a fila."
                 END-IF
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * REGISTRO DE ESTORNO EM CALCLOG.DAT: APONTA PARA O RECIBO       *
      * ORIGINAL E DEVOLVE O RESULTADO COM O SINAL TROCADO             *
      ******************************************************************
       600-GRAVA-ESTORNO               SECTION.
           MOVE FUNCTION CURRENT-DATE TO LS-DATA-HORA-SISTEMA.
           MOVE "ESTORNO" TO CL-OPERACAO.
           MOVE LS-OR-VLR-1 TO CL-VLR-1.
           MOVE LS-OR-VLR-2 TO CL-VLR-2.
           COMPUTE CL-RESULTADO = LS-OR-RESULTADO * -1.
           MOVE LS-DATA-HORA-SISTEMA(1:8) TO CL-DATA.
           MOVE LS-DATA-HORA-SISTEMA(9:6) TO CL-HORA.
           MOVE SPACES TO CL-EXPRESSAO.
           STRING "ANULA " FUNCTION TRIM(LS-OR-OPERACAO) ": "
                  FUNCTION TRIM(LS-MOTIVO)
              DELIMITED BY SIZE INTO CL-EXPRESSAO.
           MOVE SPACES TO CL-REQ-ID.
           MOVE SPACES TO CL-DEPTO.
           MOVE LS-RECIBO TO CL-RECIBO.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE CL-DATA-NEG.
           OPEN EXTEND CALC-LOG-FILE.
           IF LS-LOG-STATUS = "35"
              OPEN OUTPUT CALC-LOG-FILE
           END-IF
           WRITE CL-REGISTRO.
           CLOSE CALC-LOG-FILE.
           EXIT.
      ******************************************************************
      * COMPROVANTE DE ANULACAO VIA IMPRIME, ANEXADO A ESTORNO.LST     *
      * COMO OS RECIBOS EM RECIBO.LST                                  *
      ******************************************************************
       700-IMPRIME-COMPROVANTE         SECTION.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE LS-OPERADOR.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "ESTORNO.LST   " "COMPROVANTE DE ANULACAO DE RECIBO"
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "E",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "RECIBO ANULADO: " LS-RECIBO
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "DATA ORIGINAL : " LS-OR-DATA(7:2) "/"
                  LS-OR-DATA(5:2) "/" LS-OR-DATA(1:4)
                  "  HORA: " LS-OR-HORA(1:2) ":" LS-OR-HORA(3:2) ":"
                  LS-OR-HORA(5:2)
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "OPERACAO .....: " LS-OR-OPERACAO
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "VALOR 1 ......: " LS-S-VLR-1
                  "   VALOR 2: " LS-S-VLR-2
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "RESULTADO ....: " FUNCTION TRIM(LS-S-RESULTADO)
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "MOTIVO .......: " FUNCTION TRIM(LS-MOTIVO)
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "SOLICITANTE ..: " FUNCTION TRIM(AP-OPERADOR)
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "APROVADO POR .: " FUNCTION TRIM(LS-OPERADOR)
                  "  EM " LS-DATA-HORA-SISTEMA(7:2) "/"
                  LS-DATA-HORA-SISTEMA(5:2) "/"
                  LS-DATA-HORA-SISTEMA(1:4)
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE 1 TO LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "F",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           DISPLAY "Comprovante de anulacao do recibo " LS-RECIBO
              " impresso em ESTORNO.LST.".
           EXIT.
