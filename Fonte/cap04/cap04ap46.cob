       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP46.
      *
      * Desistencia e transferencia de estudantes (SECRETARIA): ate
      * aqui a saida de um estudante era feita apagando a linha dele
      * no TURMA.DAT a mao - a nota sumia, a mensalidade continuava
      * sendo cobrada e a vaga so voltava para a fila quando alguem
      * lembrava do CAP04AP28. A opcao [D] registra a desistencia e
      * a [T] a transferencia para outra turma, sempre com um codigo
      * de motivo da tabela abaixo e a data efetiva (C0602DAT).
      *
      * A matricula da turma de origem nao se perde: os registros do
      * estudante (um por disciplina, com as notas do momento) vao
      * para DESISTE.DAT e o fechamento da turma (CAP04AP21) os leva
      * ao historico como DESISTENTE ou TRANSFERIDO. Na desistencia
      * os registros saem do TURMA.DAT; na transferencia passam para
      * a turma destino, que precisa estar aberta, ter vaga
      * (TURMAVAG) e nao ter o estudante ainda - as notas seguem nas
      * disciplinas que a turma destino tambem oferece e sao zeradas
      * nas demais, e as presencas da origem em datas de aula da
      * turma destino sao copiadas para ela em FREQIDX.DAT (nunca
      * apagadas da origem). A regravacao do TURMA.DAT segue a trava
      * e a copia de seguranca de praxe, como no CAP04AP21.
      *
      * As mensalidades da turma de origem ainda em aberto com
      * vencimento a partir da data efetiva passam para a situacao
      * "C" (cancelada) em COMPROM.DAT: saem da cobranca, dos boletos
      * e do envelhecimento, que so olham os itens em aberto. Por fim a
      * vaga aberta e oferecida a fila de espera da turma de origem
      * (TURMAVAG "P", repetido enquanto houver vaga e fila) e o
      * TURMAIDX.DAT e reconstruido pelo CAP04AP05. A opcao [L] lista
      * as desistencias e transferencias registradas de uma turma.
      *
      * Com a frequencia no indexado FREQIDX.DAT (freqidx.cpy), as
      * chamadas do estudante sao lidas pela chave alternativa FQ-ID,
      * a aula da turma destino e conferida pela chave turma + data e
      * a presenca ja lancada no destino e recusada pela propria chave
      * na gravacao - sem a leitura do arquivo inteiro de antes.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMA-FILE ASSIGN TO "TURMA.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TURMA-STATUS.
           SELECT DESISTE-FILE ASSIGN TO "DESISTE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DES-STATUS.
           SELECT FREQ-FILE ASSIGN TO "FREQIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FQ-CHAVE
              ALTERNATE RECORD KEY IS FQ-ID WITH DUPLICATES
              FILE STATUS IS WS-FREQ-STATUS.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-FILE.
       COPY "turma.cpy".
       FD  DESISTE-FILE.
       COPY "desiste.cpy".
       FD  FREQ-FILE.
       COPY "freqidx.cpy".
       FD  COMPROM-FILE.
       01  CP-REGISTRO.
           05  CP-CODIGO       PIC X(8).
           05  CP-DESCRICAO    PIC X(30).
           05  CP-VENCIMENTO   PIC X(10).
           05  CP-VALOR        PIC 9(7)V99.
           05  CP-RESPONSAVEL  PIC X(12).
           05  CP-SITUACAO     PIC X.
           05  CP-DIRECAO      PIC X.
           05  CP-MOEDA        PIC X(3).
           05  CP-TAXA-ORIG    PIC 9(2)V9(6).
           05  CP-DATA-ORIG    PIC 9(8).
           05  CP-UNIDADE      PIC X(3).
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  QTDE-MOTIVOS VALUE 8.
       01  WS-TABELA-MOTIVOS.
           05  FILLER PIC X(32) VALUE "01PESSOAL / FAMILIAR".
           05  FILLER PIC X(32) VALUE "02FINANCEIRO".
           05  FILLER PIC X(32) VALUE "03MUDANCA DE HORARIO".
           05  FILLER PIC X(32) VALUE "04DESEMPENHO".
           05  FILLER PIC X(32) VALUE "05SAUDE".
           05  FILLER PIC X(32) VALUE "06MUDANCA DE ENDERECO".
           05  FILLER PIC X(32) VALUE "07INSATISFACAO COM O CURSO".
           05  FILLER PIC X(32) VALUE "99OUTROS".
       01  WS-TABELA-MOTIVOS-R REDEFINES WS-TABELA-MOTIVOS.
           05  WS-MOTIVO-ENTRADA OCCURS QTDE-MOTIVOS TIMES.
               10  WS-MOT-CODIGO   PIC X(2).
               10  WS-MOT-DESCRICAO PIC X(30).
       78  LIMITE-REGISTROS VALUE 1000.
       01  WS-TABELA-TURMA.
           05  WS-TUR-REG PIC X(60) OCCURS LIMITE-REGISTROS TIMES.
       77  WS-QTDE-TURMA       PIC 9(4) VALUE ZERO.
       78  LIMITE-ITENS VALUE 1000.
       01  WS-TABELA-COMPROM.
           05  WS-CMP-REG PIC X(93) OCCURS LIMITE-ITENS TIMES.
       77  WS-QTDE-COMPROM     PIC 9(4) VALUE ZERO.
       78  LIMITE-AULAS VALUE 200.
       01  WS-TABELA-LEVAR.
           05  WS-LEV-ENTRADA OCCURS LIMITE-AULAS TIMES.
               10  WS-LEV-DATA     PIC 9(8).
               10  WS-LEV-PRESENCA PIC X.
       77  WS-QTDE-LEVAR       PIC 9(3) VALUE ZERO.
       77  WS-TABELA-CHEIA     PIC X VALUE "N".
       77  AC-CI               PIC 9(4).
       77  AC-CK               PIC 9(4).
       77  WS-TURMA-STATUS     PIC XX.
       77  WS-DES-STATUS       PIC XX.
       77  WS-FREQ-STATUS      PIC XX.
       77  WS-CMP-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-OPCAO            PIC X.
       77  WS-TIPO             PIC X.
       77  WS-DADOS-OK         PIC X.
       77  WS-CONFIRMA         PIC X.
       77  WS-ID-SEL           PIC X(9).
       77  WS-NOME-SEL         PIC X(25).
       77  WS-TURMA-ORIGEM     PIC X(6).
       77  WS-TURMA-DESTINO    PIC X(6).
       77  WS-FECHADA          PIC X.
       77  WS-MOTIVO-COD       PIC X(2).
       77  WS-MOTIVO-DESC      PIC X(30).
       77  WS-ENTRA-DATA       PIC X(10).
       77  WS-SAIDA-DATA       PIC X(10).
       77  WS-MOTIVO-DATA      PIC X(40).
       77  WS-DATA-EFETIVA     PIC 9(8).
       77  WS-VENC-ORD         PIC 9(8).
       77  WS-DESCRICAO-CHAVE  PIC X(30).
       77  WS-DISC-PROCURADA   PIC X(4).
       77  WS-DESTINO-OFERECE  PIC X.
       77  WS-CANCELAVEL       PIC X.
       77  WS-QTDE-REGISTROS   PIC 9(3).
       77  WS-NOTAS-LEVADAS    PIC 9(3).
       77  WS-NOTAS-ZERADAS    PIC 9(3).
       77  WS-QTDE-CANCELAR    PIC 9(3).
       77  WS-QTDE-CANCELADAS  PIC 9(3).
       77  WS-PRESENCAS-LEVADAS PIC 9(3).
       77  WS-QTDE-LISTADOS    PIC 9(4).
       77  WS-PROMOVIDOS       PIC 9(3).
       77  WS-VAG-OPCAO        PIC X.
       77  WS-VAG-ID           PIC X(9).
       77  WS-VAG-NOME         PIC X(25).
       77  WS-VAG-CAPAC        PIC 9(3).
       77  WS-VAG-OCUP         PIC 9(3).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-OPERADOR         PIC X(12).
       77  WS-BKP-RESULTADO    PIC X(4).
       77  WS-TRAVA-RESULT     PIC X(4).
       77  WS-TRAVA-DETENTOR   PIC X(30).
       77  WS-TRAVA-NOME       PIC X(12) VALUE "TURMA".
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP04A46".
       77  WS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "-----------------------------------"
              DISPLAY "Desistencia e Transferencia"
              DISPLAY "-----------------------------------"
              DISPLAY "[D] - Registrar desistencia"
              DISPLAY "[T] - Transferir para outra turma"
              DISPLAY "[L] - Listar desistencias de uma turma"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "D"
                    MOVE "D" TO WS-TIPO
                    PERFORM 100-REGISTRA-SAIDA
                 WHEN "T"
                    MOVE "T" TO WS-TIPO
                    PERFORM 100-REGISTRA-SAIDA
                 WHEN "L"
                    PERFORM 800-LISTA-TURMA
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * DESISTENCIA OU TRANSFERENCIA: COLETA, CONFIRMACAO E APLICACAO  *
      ******************************************************************
       100-REGISTRA-SAIDA              SECTION.
           PERFORM 200-DADOS-DA-SAIDA.
           IF WS-DADOS-OK NOT = "S"
              EXIT SECTION
           END-IF
           IF WS-TIPO = "T"
              PERFORM 250-DADOS-DO-DESTINO
              IF WS-DADOS-OK NOT = "S"
                 EXIT SECTION
              END-IF
           END-IF
           DISPLAY "Registros de matricula na origem: "
              WS-QTDE-REGISTROS.
           IF WS-TIPO = "T"
              DISPLAY "Notas levadas para " WS-TURMA-DESTINO ": "
                 WS-NOTAS-LEVADAS "; zeradas (disciplina nao "
                 "oferecida): " WS-NOTAS-ZERADAS
           END-IF
           DISPLAY "Mensalidades em aberto a cancelar: "
              WS-QTDE-CANCELAR.
           IF WS-TIPO = "D"
              DISPLAY "Confirmar a desistencia (S/N)? "
                 WITH NO ADVANCING
           ELSE
              DISPLAY "Confirmar a transferencia (S/N)? "
                 WITH NO ADVANCING
           END-IF
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
              DISPLAY "Operacao cancelada."
              EXIT SECTION
           END-IF
           CALL "TRAVA" USING BY CONTENT "E",
              BY CONTENT WS-TRAVA-NOME,
              BY REFERENCE WS-TRAVA-RESULT,
              BY REFERENCE WS-TRAVA-DETENTOR.
           IF WS-TRAVA-RESULT NOT = "OK"
              DISPLAY "Arquivo em atualizacao por "
                 FUNCTION TRIM(WS-TRAVA-DETENTOR)
                 "; operacao cancelada."
              EXIT SECTION
           END-IF
           CALL "TURMABKP" USING WS-BKP-RESULTADO.
           IF WS-BKP-RESULTADO NOT = "OK"
              DISPLAY "Copia de seguranca falhou; operacao "
                      "cancelada."
              PERFORM 950-LIBERA-TRAVA
              EXIT SECTION
           END-IF
           PERFORM 500-GRAVA-DESISTE.
           PERFORM 550-REGRAVA-TURMA.
           PERFORM 950-LIBERA-TRAVA.
           IF WS-TIPO = "T"
              PERFORM 600-LEVA-FREQUENCIA
           END-IF
           PERFORM 650-CANCELA-MENSALIDADES.
           PERFORM 700-PROMOVE-FILA.
           CALL "CAP04AP05".
           IF WS-TIPO = "D"
              DISPLAY "Desistencia registrada: " WS-ID-SEL " "
                 WS-NOME-SEL
              MOVE SPACES TO WS-RESULTADO
              STRING "DESIST " WS-ID-SEL DELIMITED BY SIZE
                 INTO WS-RESULTADO
           ELSE
              DISPLAY "Transferencia registrada: " WS-ID-SEL " "
                 WS-TURMA-ORIGEM " -> " WS-TURMA-DESTINO
              DISPLAY "Presencas levadas para a turma destino: "
                 WS-PRESENCAS-LEVADAS
              MOVE SPACES TO WS-RESULTADO
              STRING "TRANSF " WS-ID-SEL DELIMITED BY SIZE
                 INTO WS-RESULTADO
           END-IF
           DISPLAY "Mensalidades canceladas: " WS-QTDE-CANCELADAS.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * ESTUDANTE, TURMA DE ORIGEM, MOTIVO E DATA EFETIVA              *
      ******************************************************************
       200-DADOS-DA-SAIDA              SECTION.
           MOVE "N" TO WS-DADOS-OK.
           DISPLAY "ID do estudante ........: " WITH NO ADVANCING.
           ACCEPT WS-ID-SEL.
           DISPLAY "Turma/periodo de origem : " WITH NO ADVANCING.
           ACCEPT WS-TURMA-ORIGEM.
           MOVE FUNCTION UPPER-CASE(WS-TURMA-ORIGEM) TO WS-TURMA-ORIGEM.
           IF WS-ID-SEL = SPACES OR WS-TURMA-ORIGEM = SPACES
              DISPLAY "Estudante e turma sao obrigatorios."
              EXIT SECTION
           END-IF
           CALL "TURMFECH" USING WS-TURMA-ORIGEM, WS-FECHADA.
           IF WS-FECHADA = "S"
              DISPLAY "Turma de origem ja encerrada; a matricula "
                      "esta no historico."
              EXIT SECTION
           END-IF
           PERFORM 300-CARREGA-TURMA.
           IF WS-TABELA-CHEIA = "S"
              DISPLAY "TURMA.DAT excede a capacidade da tabela; "
                      "operacao cancelada para nao truncar o "
                      "cadastro."
              EXIT SECTION
           END-IF
           IF WS-QTDE-REGISTROS = ZERO
              DISPLAY "Estudante nao matriculado na turma "
                 WS-TURMA-ORIGEM "."
              EXIT SECTION
           END-IF
           DISPLAY "Estudante: " WS-NOME-SEL.
           DISPLAY "Motivos:".
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > QTDE-MOTIVOS
              DISPLAY "  " WS-MOT-CODIGO(AC-CI) " - "
                 WS-MOT-DESCRICAO(AC-CI)
           END-PERFORM.
           DISPLAY "Codigo do motivo .......: " WITH NO ADVANCING.
           ACCEPT WS-MOTIVO-COD.
           MOVE SPACES TO WS-MOTIVO-DESC.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > QTDE-MOTIVOS
              IF WS-MOT-CODIGO(AC-CI) = WS-MOTIVO-COD
                 MOVE WS-MOT-DESCRICAO(AC-CI) TO WS-MOTIVO-DESC
              END-IF
           END-PERFORM.
           IF WS-MOTIVO-DESC = SPACES
              DISPLAY "Motivo invalido."
              EXIT SECTION
           END-IF
           DISPLAY "Data efetiva (DD/MM/AAAA): " WITH NO ADVANCING.
           ACCEPT WS-ENTRA-DATA.
           CALL "C0602DAT" USING BY CONTENT WS-ENTRA-DATA,
               BY REFERENCE WS-SAIDA-DATA, BY REFERENCE WS-MOTIVO-DATA,
               BY CONTENT "B".
           IF WS-SAIDA-DATA = "**/**/****"
              DISPLAY "Data efetiva invalida: " WS-MOTIVO-DATA
              EXIT SECTION
           END-IF
           MOVE WS-SAIDA-DATA(7:4) TO WS-DATA-EFETIVA(1:4).
           MOVE WS-SAIDA-DATA(4:2) TO WS-DATA-EFETIVA(5:2).
           MOVE WS-SAIDA-DATA(1:2) TO WS-DATA-EFETIVA(7:2).
           PERFORM 350-CARREGA-COMPROMISSOS.
           IF WS-TABELA-CHEIA = "S"
              DISPLAY "COMPROM.DAT excede a capacidade da tabela; "
                      "operacao cancelada para nao truncar o "
                      "registro."
              EXIT SECTION
           END-IF
           MOVE "S" TO WS-DADOS-OK.
           EXIT.
      ******************************************************************
      * TURMA DESTINO DA TRANSFERENCIA: ABERTA, COM VAGA E SEM O       *
      * ESTUDANTE; CONTAGEM DAS NOTAS QUE SEGUEM E DAS ZERADAS         *
      ******************************************************************
       250-DADOS-DO-DESTINO            SECTION.
           MOVE "N" TO WS-DADOS-OK.
           DISPLAY "Turma/periodo destino ..: " WITH NO ADVANCING.
           ACCEPT WS-TURMA-DESTINO.
           MOVE FUNCTION UPPER-CASE(WS-TURMA-DESTINO)
              TO WS-TURMA-DESTINO.
           IF WS-TURMA-DESTINO = SPACES
              OR WS-TURMA-DESTINO = WS-TURMA-ORIGEM
              DISPLAY "Turma destino invalida."
              EXIT SECTION
           END-IF
           CALL "TURMFECH" USING WS-TURMA-DESTINO, WS-FECHADA.
           IF WS-FECHADA = "S"
              DISPLAY "Turma destino ja encerrada."
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-TURMA
              MOVE WS-TUR-REG(AC-CI) TO TR-REGISTRO
              IF TR-ID = WS-ID-SEL AND TR-TURMA = WS-TURMA-DESTINO
                 DISPLAY "Estudante ja matriculado na turma destino."
                 EXIT SECTION
              END-IF
           END-PERFORM.
           MOVE "C" TO WS-VAG-OPCAO.
           CALL "TURMAVAG" USING WS-VAG-OPCAO, WS-TURMA-DESTINO,
              WS-VAG-ID, WS-VAG-NOME, WS-VAG-CAPAC, WS-VAG-OCUP.
           IF WS-VAG-OCUP = ZERO AND WS-VAG-CAPAC = 999
              DISPLAY "Turma destino desconhecida: sem matriculas nem "
                      "capacidade registrada."
              EXIT SECTION
           END-IF
           IF WS-VAG-OCUP >= WS-VAG-CAPAC
              DISPLAY "Turma destino sem vaga (" WS-VAG-OCUP "/"
                 WS-VAG-CAPAC "); use a fila de espera."
              EXIT SECTION
           END-IF
           MOVE ZERO TO WS-NOTAS-LEVADAS WS-NOTAS-ZERADAS.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-TURMA
              MOVE WS-TUR-REG(AC-CI) TO TR-REGISTRO
              IF TR-ID = WS-ID-SEL AND TR-TURMA = WS-TURMA-ORIGEM
                 MOVE TR-DISCIPLINA TO WS-DISC-PROCURADA
                 PERFORM 400-DESTINO-OFERECE
                 IF WS-DESTINO-OFERECE = "S"
                    ADD 1 TO WS-NOTAS-LEVADAS
                 ELSE
                    ADD 1 TO WS-NOTAS-ZERADAS
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "S" TO WS-DADOS-OK.
           EXIT.
      ******************************************************************
      * CARGA DO CADASTRO INTEIRO, CONTANDO OS REGISTROS DO ESTUDANTE  *
      * NA TURMA DE ORIGEM                                             *
      ******************************************************************
       300-CARREGA-TURMA               SECTION.
           MOVE ZERO TO WS-QTDE-TURMA WS-QTDE-REGISTROS.
           MOVE "N" TO WS-TABELA-CHEIA.
           MOVE SPACES TO WS-NOME-SEL.
           OPEN INPUT TURMA-FILE.
           IF WS-TURMA-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ TURMA-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-TURMA < LIMITE-REGISTROS
                       ADD 1 TO WS-QTDE-TURMA
                       MOVE TR-REGISTRO TO WS-TUR-REG(WS-QTDE-TURMA)
                       IF TR-ID = WS-ID-SEL
                          AND TR-TURMA = WS-TURMA-ORIGEM
                          ADD 1 TO WS-QTDE-REGISTROS
                          MOVE TR-NOME TO WS-NOME-SEL
                       END-IF
                    ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TURMA-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * CARGA DE COMPROM.DAT, CONTANDO AS MENSALIDADES DO ESTUDANTE NA *
      * ORIGEM EM ABERTO COM VENCIMENTO A PARTIR DA DATA EFETIVA       *
      ******************************************************************
       350-CARREGA-COMPROMISSOS        SECTION.
           MOVE ZERO TO WS-QTDE-COMPROM WS-QTDE-CANCELAR.
           MOVE SPACES TO WS-DESCRICAO-CHAVE.
           STRING "MENSALIDADE " WS-TURMA-ORIGEM " " WS-ID-SEL
              DELIMITED BY SIZE INTO WS-DESCRICAO-CHAVE.
           OPEN INPUT COMPROM-FILE.
           IF WS-CMP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ COMPROM-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-COMPROM < LIMITE-ITENS
                       ADD 1 TO WS-QTDE-COMPROM
                       MOVE CP-REGISTRO
                          TO WS-CMP-REG(WS-QTDE-COMPROM)
                       PERFORM 370-VERIFICA-CANCELAVEL
                       IF WS-CANCELAVEL = "S"
                          ADD 1 TO WS-QTDE-CANCELAR
                       END-IF
                    ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * O COMPROMISSO CORRENTE E MENSALIDADE A CANCELAR?               *
      ******************************************************************
       370-VERIFICA-CANCELAVEL         SECTION.
           MOVE "N" TO WS-CANCELAVEL.
           IF CP-SITUACAO NOT = "A"
              OR CP-DESCRICAO NOT = WS-DESCRICAO-CHAVE
              EXIT SECTION
           END-IF
           MOVE CP-VENCIMENTO(7:4) TO WS-VENC-ORD(1:4).
           MOVE CP-VENCIMENTO(4:2) TO WS-VENC-ORD(5:2).
           MOVE CP-VENCIMENTO(1:2) TO WS-VENC-ORD(7:2).
           IF WS-VENC-ORD >= WS-DATA-EFETIVA
              MOVE "S" TO WS-CANCELAVEL
           END-IF.
           EXIT.
      ******************************************************************
      * A TURMA DESTINO OFERECE A DISCIPLINA WS-DISC-PROCURADA?        *
      ******************************************************************
       400-DESTINO-OFERECE             SECTION.
           MOVE "N" TO WS-DESTINO-OFERECE.
           PERFORM VARYING AC-CK FROM 1 BY 1
                   UNTIL AC-CK > WS-QTDE-TURMA
              IF WS-TUR-REG(AC-CK)(51:6) = WS-TURMA-DESTINO
                 AND WS-TUR-REG(AC-CK)(57:4) = WS-DISC-PROCURADA
                 MOVE "S" TO WS-DESTINO-OFERECE
                 EXIT SECTION
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * MATRICULA DE ORIGEM GUARDADA EM DESISTE.DAT                    *
      ******************************************************************
       500-GRAVA-DESISTE               SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           OPEN EXTEND DESISTE-FILE.
           IF WS-DES-STATUS = "35"
              OPEN OUTPUT DESISTE-FILE
           END-IF
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-TURMA
              MOVE WS-TUR-REG(AC-CI) TO TR-REGISTRO
              IF TR-ID = WS-ID-SEL AND TR-TURMA = WS-TURMA-ORIGEM
                 MOVE TR-REGISTRO TO DS-MATRICULA
                 MOVE WS-TIPO TO DS-TIPO
                 MOVE WS-MOTIVO-COD TO DS-MOTIVO
                 MOVE WS-DATA-EFETIVA TO DS-DATA-EFETIVA
                 IF WS-TIPO = "T"
                    MOVE WS-TURMA-DESTINO TO DS-TURMA-DESTINO
                 ELSE
                    MOVE SPACES TO DS-TURMA-DESTINO
                 END-IF
                 MOVE WS-DATA-HORA-SISTEMA(1:8) TO DS-DATA-REGISTRO
                 MOVE WS-OPERADOR TO DS-OPERADOR
                 WRITE DS-REGISTRO
              END-IF
           END-PERFORM.
           CLOSE DESISTE-FILE.
           EXIT.
      ******************************************************************
      * REGRAVACAO DO TURMA.DAT: A MATRICULA DE ORIGEM SAI             *
      * (DESISTENCIA) OU PASSA PARA A TURMA DESTINO (TRANSFERENCIA)    *
      ******************************************************************
       550-REGRAVA-TURMA               SECTION.
           OPEN OUTPUT TURMA-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-TURMA
              MOVE WS-TUR-REG(AC-CI) TO TR-REGISTRO
              IF TR-ID = WS-ID-SEL AND TR-TURMA = WS-TURMA-ORIGEM
                 IF WS-TIPO = "T"
                    MOVE TR-DISCIPLINA TO WS-DISC-PROCURADA
                    PERFORM 400-DESTINO-OFERECE
                    IF WS-DESTINO-OFERECE NOT = "S"
                       MOVE ZERO TO TR-NOTA(1) TR-NOTA(2)
                                    TR-NOTA(3) TR-NOTA(4)
                    END-IF
                    MOVE WS-TURMA-DESTINO TO TR-TURMA
                    WRITE TR-REGISTRO
                 END-IF
              ELSE
                 WRITE TR-REGISTRO
              END-IF
           END-PERFORM.
           CLOSE TURMA-FILE.
           EXIT.
      ******************************************************************
      * PRESENCAS DA ORIGEM EM DATAS DE AULA DA TURMA DESTINO (ATE A   *
      * DATA EFETIVA), GRAVADAS EM FREQIDX.DAT NA TURMA DESTINO        *
      ******************************************************************
       600-LEVA-FREQUENCIA             SECTION.
           MOVE ZERO TO WS-PRESENCAS-LEVADAS WS-QTDE-LEVAR.
           OPEN I-O FREQ-FILE.
           IF WS-FREQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE WS-ID-SEL TO FQ-ID.
           START FREQ-FILE KEY IS EQUAL TO FQ-ID
              INVALID KEY
                 MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-OK
              READ FREQ-FILE NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF FQ-ID NOT = WS-ID-SEL
                       MOVE "S" TO WS-FIM-ARQUIVO
                    ELSE
                       PERFORM 620-CLASSIFICA-CHAMADA
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-LEVAR
              PERFORM 640-GRAVA-NO-DESTINO
           END-PERFORM.
           CLOSE FREQ-FILE.
           EXIT.
      ******************************************************************
      * CHAMADA DO ESTUDANTE NA ORIGEM, ATE A DATA EFETIVA, A LEVAR    *
      ******************************************************************
       620-CLASSIFICA-CHAMADA          SECTION.
           IF FQ-TURMA = WS-TURMA-ORIGEM
              AND FQ-DATA <= WS-DATA-EFETIVA
              AND WS-QTDE-LEVAR < LIMITE-AULAS
              ADD 1 TO WS-QTDE-LEVAR
              MOVE FQ-DATA TO WS-LEV-DATA(WS-QTDE-LEVAR)
              MOVE FQ-PRESENCA TO WS-LEV-PRESENCA(WS-QTDE-LEVAR)
           END-IF.
           EXIT.
      ******************************************************************
      * SO HA O QUE LEVAR SE A TURMA DESTINO TEVE CHAMADA NA DATA; SE  *
      * O ESTUDANTE JA TEM A PRESENCA LA, A CHAVE RECUSA A GRAVACAO    *
      ******************************************************************
       640-GRAVA-NO-DESTINO            SECTION.
           MOVE WS-TURMA-DESTINO TO FQ-TURMA.
           MOVE WS-LEV-DATA(AC-CI) TO FQ-DATA.
           MOVE LOW-VALUES TO FQ-ID.
           START FREQ-FILE KEY IS NOT LESS THAN FQ-CHAVE
              INVALID KEY
                 EXIT SECTION
           END-START.
           READ FREQ-FILE NEXT RECORD
              AT END
                 EXIT SECTION
           END-READ.
           IF FQ-TURMA NOT = WS-TURMA-DESTINO
              OR FQ-DATA NOT = WS-LEV-DATA(AC-CI)
              EXIT SECTION
           END-IF
           MOVE WS-TURMA-DESTINO TO FQ-TURMA.
           MOVE WS-LEV-DATA(AC-CI) TO FQ-DATA.
           MOVE WS-ID-SEL TO FQ-ID.
           MOVE WS-LEV-PRESENCA(AC-CI) TO FQ-PRESENCA.
           WRITE FQ-REGISTRO
              INVALID KEY
                 EXIT SECTION
           END-WRITE.
           ADD 1 TO WS-PRESENCAS-LEVADAS.
           EXIT.
      ******************************************************************
      * CANCELAMENTO DAS MENSALIDADES A VENCER (SITUACAO "C")          *
      ******************************************************************
       650-CANCELA-MENSALIDADES        SECTION.
           MOVE ZERO TO WS-QTDE-CANCELADAS.
           IF WS-QTDE-CANCELAR = ZERO
              EXIT SECTION
           END-IF
           OPEN OUTPUT COMPROM-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-COMPROM
              MOVE WS-CMP-REG(AC-CI) TO CP-REGISTRO
              PERFORM 370-VERIFICA-CANCELAVEL
              IF WS-CANCELAVEL = "S"
                 MOVE "C" TO CP-SITUACAO
                 ADD 1 TO WS-QTDE-CANCELADAS
              END-IF
              WRITE CP-REGISTRO
           END-PERFORM.
           CLOSE COMPROM-FILE.
           EXIT.
      ******************************************************************
      * A VAGA ABERTA NA ORIGEM VAI PARA A FILA DE ESPERA DA TURMA     *
      ******************************************************************
       700-PROMOVE-FILA                SECTION.
           MOVE ZERO TO WS-PROMOVIDOS.
           MOVE "P" TO WS-VAG-OPCAO.
           PERFORM FOREVER
              MOVE SPACES TO WS-VAG-ID
              CALL "TURMAVAG" USING WS-VAG-OPCAO, WS-TURMA-ORIGEM,
                 WS-VAG-ID, WS-VAG-NOME, WS-VAG-CAPAC, WS-VAG-OCUP
              IF WS-VAG-ID = SPACES
                 EXIT PERFORM
              END-IF
              ADD 1 TO WS-PROMOVIDOS
              DISPLAY "Promovido da fila de espera: " WS-VAG-ID " "
                 WS-VAG-NOME
           END-PERFORM.
           IF WS-PROMOVIDOS > ZERO
              DISPLAY "Promovidos da fila: " WS-PROMOVIDOS "."
           END-IF.
           EXIT.
      ******************************************************************
      * DESISTENCIAS E TRANSFERENCIAS REGISTRADAS DE UMA TURMA         *
      ******************************************************************
       800-LISTA-TURMA                 SECTION.
           DISPLAY "Turma/periodo: " WITH NO ADVANCING.
           ACCEPT WS-TURMA-ORIGEM.
           MOVE FUNCTION UPPER-CASE(WS-TURMA-ORIGEM) TO WS-TURMA-ORIGEM.
           OPEN INPUT DESISTE-FILE.
           IF WS-DES-STATUS NOT = "00"
              DISPLAY "Nenhuma desistencia registrada."
              EXIT SECTION
           END-IF
           MOVE ZERO TO WS-QTDE-LISTADOS.
           DISPLAY "ID         NOME                      DISC T MOT "
              "EFETIVA  DESTINO".
           PERFORM UNTIL WS-FIM-OK
              READ DESISTE-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF DS-TURMA = WS-TURMA-ORIGEM
                       ADD 1 TO WS-QTDE-LISTADOS
                       DISPLAY DS-ID "  " DS-NOME " " DS-DISCIPLINA
                          " " DS-TIPO " " DS-MOTIVO "  "
                          DS-DATA-EFETIVA " " DS-TURMA-DESTINO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DESISTE-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           DISPLAY "Registros listados: " WS-QTDE-LISTADOS.
           EXIT.
      ******************************************************************
      * LIBERACAO DA TRAVA DE ATUALIZACAO                              *
      ******************************************************************
       950-LIBERA-TRAVA                SECTION.
           CALL "TRAVA" USING BY CONTENT "L",
              BY CONTENT WS-TRAVA-NOME,
              BY REFERENCE WS-TRAVA-RESULT,
              BY REFERENCE WS-TRAVA-DETENTOR.
           EXIT.
       END PROGRAM CAP04AP46.
