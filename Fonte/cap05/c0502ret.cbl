       IDENTIFICATION DIVISION.
       PROGRAM-ID. C0502RET.
      *
      * Arquivos de retorno por departamento do lote da calculadora:
      * as areas deixavam o trabalho em LOTEIN.DAT e depois ligavam
      * para a operacao para saber o que aconteceu - os resultados
      * ficam misturados em LOTEOUT.DAT e as rejeicoes da critica
      * previa so na listagem LOTEEDT.LST. Acionado por C0502BAT logo
      * apos o C0502LOT, este programa grava um arquivo por
      * departamento (RETdddd.DAT; RETGERAL.DAT para o grupo sem
      * departamento, layout loteret.cpy) com os resultados e
      * rejeicoes daquela area, cada um com status e motivo, entre um
      * cabecalho (departamento, data de negocio, hora) e um trailer
      * de controle (quantidade de detalhes e de rejeitados, soma dos
      * valores e dos resultados) para a area conferir que recebeu o
      * arquivo inteiro antes de carrega-lo. As linhas de fechamento
      * de departamento ("E") do LOTEOUT.DAT nao entram: o trailer ja
      * traz os totais. As rejeicoes da critica previa (LOTEEDR.DAT)
      * sao devolvidas uma unica vez: o arquivo e esvaziado ao final.
      * Com mais departamentos do que a tabela comporta, so saem de
      * LOTEEDR.DAT as rejeicoes dos departamentos que receberam
      * retorno; as dos excedentes ficam para uma nova execucao.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTE-SAIDA-FILE ASSIGN TO "LOTEOUT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-SAIDA-STATUS.
           SELECT LOTE-REJ-FILE ASSIGN TO "LOTEEDR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-REJ-STATUS.
           SELECT RETORNO-FILE ASSIGN TO DYNAMIC LS-NOME-RETORNO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-RET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTE-SAIDA-FILE.
       COPY "loteout.cpy".
       FD  LOTE-REJ-FILE.
       COPY "loteedr.cpy".
       FD  RETORNO-FILE.
       COPY "loteret.cpy".
       LOCAL-STORAGE SECTION.
       78  LIMITE-DEPTOS VALUE 200.
       01  TB-DEPARTAMENTOS.
           05  TB-DEPTO PIC X(4) OCCURS LIMITE-DEPTOS TIMES.
       77  LS-QTDE-DEPTOS      PIC 9(3) VALUE ZERO.
       77  AC-DI               PIC 9(3).
       77  LS-ACHOU            PIC X.
       77  LS-DEPTO-BUSCA      PIC X(4).
       77  LS-DEPTO-CORRENTE   PIC X(4).
       77  LS-SAIDA-STATUS     PIC XX.
       77  LS-REJ-STATUS       PIC XX.
       77  LS-RET-STATUS       PIC XX.
       77  LS-FIM-ARQUIVO      PIC X VALUE "N".
           88 LS-FIM-OK        VALUE "S".
       77  LS-NOME-RETORNO     PIC X(30).
       77  LS-DATA-NEG         PIC 9(8).
       77  LS-DATA-HORA-SISTEMA PIC X(20).
       77  LS-QTDE-DETALHES    PIC 9(6).
       77  LS-QTDE-REJEITADOS  PIC 9(6).
       77  LS-SOMA-VALORES     PIC S9(10)V99.
       77  LS-SOMA-RESULTADOS  PIC S9(10)V9999.
       01  LS-VLR-DIGITOS      PIC X(6).
       01  LS-VLR-VALOR REDEFINES LS-VLR-DIGITOS PIC S9(4)V99.
       01  LS-BASE-DIGITOS     PIC X(11).
       01  LS-BASE-VALOR REDEFINES LS-BASE-DIGITOS PIC 9(9)V99.
       77  LS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  LS-TOTAL-GRAVADOS   PIC 9(6) VALUE ZERO.
       77  LS-TOTAL-ARQUIVOS   PIC 9(6) VALUE ZERO.
       77  LS-TRANSBORDO       PIC X VALUE "N".
       78  LIMITE-REJEICOES VALUE 2000.
       01  TB-REJEICOES.
           05  TB-REJ-REG PIC X(123) OCCURS LIMITE-REJEICOES TIMES.
       77  LS-QTDE-REJ         PIC 9(4) VALUE ZERO.
       77  AC-RI               PIC 9(4).
       77  LS-REJ-CHEIA        PIC X VALUE "N".
       77  LS-DATA-INICIO      PIC X(20).
       77  LS-DATA-FIM         PIC X(20).
       77  LS-DUR-HRA          PIC 9(4).
       77  LS-DUR-MIN          PIC 9(2).
       77  LS-DUR-SEG          PIC 9(2).
       77  LS-DUR-CEN          PIC 9(2).
       77  LS-ZERO             PIC 9(6) VALUE ZERO.
       77  LS-PROGRAMA         PIC X(8) VALUE "C0502RET".
       77  LS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Arquivos de Retorno por Departamento".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO LS-DATA-INICIO.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE LS-DATA-NEG.
           PERFORM 100-LEVANTA-DEPARTAMENTOS.
           IF LS-TRANSBORDO = "S"
              DISPLAY "Departamentos alem da capacidade da tabela; "
                      "os excedentes ficam sem retorno."
           END-IF
           PERFORM VARYING AC-DI FROM 1 BY 1
                   UNTIL AC-DI > LS-QTDE-DEPTOS
              MOVE TB-DEPTO(AC-DI) TO LS-DEPTO-CORRENTE
              PERFORM 200-GRAVA-RETORNO
           END-PERFORM.
           IF LS-QTDE-DEPTOS > ZERO
              PERFORM 500-ESVAZIA-REJEICOES
           END-IF
           DISPLAY "Arquivos de retorno : " LS-TOTAL-ARQUIVOS.
           DISPLAY "Detalhes devolvidos : " LS-TOTAL-GRAVADOS.
           MOVE FUNCTION CURRENT-DATE TO LS-DATA-FIM.
           CALL "DURACALC" USING LS-DATA-INICIO, LS-DATA-FIM,
              LS-DUR-HRA, LS-DUR-MIN, LS-DUR-SEG, LS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE LS-PROGRAMA,
              BY REFERENCE LS-TOTAL-LIDOS,
              BY REFERENCE LS-ZERO,
              BY REFERENCE LS-DUR-HRA, BY REFERENCE LS-DUR-MIN,
              BY REFERENCE LS-DUR-SEG, BY REFERENCE LS-DUR-CEN.
           MOVE "RETORNOS GRAVADOS" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           GOBACK.
      ******************************************************************
      * PRIMEIRA PASSADA: OS DEPARTAMENTOS QUE APARECEM NO RESULTADO   *
      * DO LOTE OU NAS REJEICOES DA CRITICA PREVIA                     *
      ******************************************************************
       100-LEVANTA-DEPARTAMENTOS       SECTION.
           OPEN INPUT LOTE-SAIDA-FILE.
           IF LS-SAIDA-STATUS = "00"
              PERFORM UNTIL LS-FIM-OK
                 READ LOTE-SAIDA-FILE
                    AT END
                       MOVE "S" TO LS-FIM-ARQUIVO
                    NOT AT END
                       ADD 1 TO LS-TOTAL-LIDOS
                       IF LT-R-TIPO NOT = "E"
                          MOVE LT-R-DEPTO TO LS-DEPTO-BUSCA
                          PERFORM 150-ACRESCENTA-DEPTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOTE-SAIDA-FILE
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           OPEN INPUT LOTE-REJ-FILE.
           IF LS-REJ-STATUS = "00"
              PERFORM UNTIL LS-FIM-OK
                 READ LOTE-REJ-FILE
                    AT END
                       MOVE "S" TO LS-FIM-ARQUIVO
                    NOT AT END
                       ADD 1 TO LS-TOTAL-LIDOS
                       MOVE ER-DEPTO TO LS-DEPTO-BUSCA
                       PERFORM 150-ACRESCENTA-DEPTO
                 END-READ
              END-PERFORM
              CLOSE LOTE-REJ-FILE
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * ACRESCENTA O DEPARTAMENTO A TABELA SE AINDA NAO ESTIVER NELA   *
      ******************************************************************
       150-ACRESCENTA-DEPTO            SECTION.
           PERFORM 160-PROCURA-DEPTO.
           IF LS-ACHOU = "S"
              EXIT SECTION
           END-IF
           IF LS-QTDE-DEPTOS < LIMITE-DEPTOS
              ADD 1 TO LS-QTDE-DEPTOS
              MOVE LS-DEPTO-BUSCA TO TB-DEPTO(LS-QTDE-DEPTOS)
           ELSE
              MOVE "S" TO LS-TRANSBORDO
           END-IF.
           EXIT.
      ******************************************************************
      * LS-ACHOU "S" SE LS-DEPTO-BUSCA JA ESTA NA TABELA               *
      ******************************************************************
       160-PROCURA-DEPTO               SECTION.
           MOVE "N" TO LS-ACHOU.
           PERFORM VARYING AC-DI FROM 1 BY 1
                   UNTIL AC-DI > LS-QTDE-DEPTOS OR LS-ACHOU = "S"
              IF TB-DEPTO(AC-DI) = LS-DEPTO-BUSCA
                 MOVE "S" TO LS-ACHOU
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * UM ARQUIVO DE RETORNO: CABECALHO, DETALHES DO LOTE E DA        *
      * CRITICA PREVIA DO DEPARTAMENTO E TRAILER DE CONTROLE           *
      ******************************************************************
       200-GRAVA-RETORNO               SECTION.
           MOVE SPACES TO LS-NOME-RETORNO.
           IF LS-DEPTO-CORRENTE = SPACES
              MOVE "RETGERAL.DAT" TO LS-NOME-RETORNO
           ELSE
              STRING "RET" FUNCTION TRIM(LS-DEPTO-CORRENTE) ".DAT"
                 DELIMITED BY SIZE INTO LS-NOME-RETORNO
           END-IF
           OPEN OUTPUT RETORNO-FILE.
           IF LS-RET-STATUS NOT = "00"
              DISPLAY "Nao foi possivel criar "
                 FUNCTION TRIM(LS-NOME-RETORNO) "."
              EXIT SECTION
           END-IF
           MOVE ZERO TO LS-QTDE-DETALHES.
           MOVE ZERO TO LS-QTDE-REJEITADOS.
           MOVE ZERO TO LS-SOMA-VALORES.
           MOVE ZERO TO LS-SOMA-RESULTADOS.
           MOVE SPACES TO RR-CABECALHO.
           MOVE "H" TO RR-H-TIPO.
           MOVE LS-DEPTO-CORRENTE TO RR-H-DEPTO.
           MOVE LS-DATA-NEG TO RR-H-DATA.
           MOVE FUNCTION CURRENT-DATE TO LS-DATA-HORA-SISTEMA.
           MOVE LS-DATA-HORA-SISTEMA(9:6) TO RR-H-HORA.
           WRITE RR-CABECALHO.
           PERFORM 300-DETALHES-DO-LOTE.
           PERFORM 400-DETALHES-DA-CRITICA.
           MOVE SPACES TO RR-TRAILER.
           MOVE "T" TO RR-T-TIPO.
           MOVE LS-QTDE-DETALHES TO RR-T-QTDE.
           MOVE LS-QTDE-REJEITADOS TO RR-T-REJEITADOS.
           MOVE LS-SOMA-VALORES TO RR-T-SOMA-VALORES.
           MOVE LS-SOMA-RESULTADOS TO RR-T-SOMA-RESULTADOS.
           WRITE RR-TRAILER.
           CLOSE RETORNO-FILE.
           ADD 1 TO LS-TOTAL-ARQUIVOS.
           ADD LS-QTDE-DETALHES TO LS-TOTAL-GRAVADOS.
           DISPLAY "  " LS-NOME-RETORNO " detalhes: " LS-QTDE-DETALHES
              " rejeitados: " LS-QTDE-REJEITADOS.
           EXIT.
      ******************************************************************
      * RESULTADOS DO LOTE DA NOITE PARA O DEPARTAMENTO CORRENTE, COM  *
      * O MOTIVO DEDUZIDO DO STATUS                                    *
      ******************************************************************
       300-DETALHES-DO-LOTE            SECTION.
           OPEN INPUT LOTE-SAIDA-FILE.
           IF LS-SAIDA-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ LOTE-SAIDA-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF LT-R-TIPO NOT = "E"
                       AND LT-R-DEPTO = LS-DEPTO-CORRENTE
                       PERFORM 350-GRAVA-DETALHE-LOTE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOTE-SAIDA-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM DETALHE VINDO DE LOTEOUT.DAT                                *
      ******************************************************************
       350-GRAVA-DETALHE-LOTE          SECTION.
           MOVE SPACES TO RR-DETALHE.
           MOVE "D" TO RR-D-TIPO.
           MOVE LT-R-REQ-ID TO RR-D-REQ-ID.
           MOVE LT-R-TIPO TO RR-D-REG-TIPO.
           MOVE LT-R-OPERACAO TO RR-D-OPERACAO.
           MOVE LT-R-VLR-1 TO RR-D-VLR-1.
           MOVE LT-R-VLR-2 TO RR-D-VLR-2.
           MOVE LT-R-RESULTADO TO RR-D-RESULTADO.
           MOVE LT-R-STATUS TO RR-D-STATUS.
           MOVE ZERO TO RR-D-BASE.
           IF LT-R-OPERACAO = "I" AND LT-R-BASE IS NUMERIC
              MOVE LT-R-BASE TO RR-D-BASE
           END-IF.
           EVALUATE LT-R-STATUS
              WHEN "OK  "
              WHEN "CORR"
                 MOVE "PROCESSADO" TO RR-D-MOTIVO
                 ADD LT-R-RESULTADO TO LS-SOMA-RESULTADOS
              WHEN "SUB "
                 MOVE "SUBTOTAL DA TRANSACAO" TO RR-D-MOTIVO
              WHEN "TOT "
                 MOVE "TOTAL DA TRANSACAO" TO RR-D-MOTIVO
              WHEN "DUPL"
                 MOVE "REQ-ID JA PROCESSADO EM EXECUCAO ANTERIOR"
                    TO RR-D-MOTIVO
                 ADD 1 TO LS-QTDE-REJEITADOS
              WHEN "DEPT"
                 MOVE "DEPARTAMENTO NAO CADASTRADO OU INATIVO"
                    TO RR-D-MOTIVO
                 ADD 1 TO LS-QTDE-REJEITADOS
              WHEN OTHER
                 ADD 1 TO LS-QTDE-REJEITADOS
                 EVALUATE TRUE
                    WHEN LT-R-TIPO = "X"
                       MOVE "EXPRESSAO INVALIDA" TO RR-D-MOTIVO
                    WHEN LT-R-OPERACAO = "I"
                       MOVE "IMPOSTO NAO CALCULADO (CODIGO OU BASE)"
                          TO RR-D-MOTIVO
                    WHEN LT-R-OPERACAO NOT = "A"
                       AND LT-R-OPERACAO NOT = "S"
                       AND LT-R-OPERACAO NOT = "M"
                       AND LT-R-OPERACAO NOT = "D"
                       MOVE "CODIGO DE OPERACAO INVALIDO"
                          TO RR-D-MOTIVO
                    WHEN LT-R-OPERACAO = "D" AND LT-R-VLR-2 = ZERO
                       MOVE "DIVISAO POR ZERO" TO RR-D-MOTIVO
                    WHEN OTHER
                       MOVE "RESULTADO ALEM DA CAPACIDADE"
                          TO RR-D-MOTIVO
                 END-EVALUATE
           END-EVALUATE.
           ADD LT-R-VLR-1 LT-R-VLR-2 RR-D-BASE TO LS-SOMA-VALORES.
           WRITE RR-DETALHE.
           ADD 1 TO LS-QTDE-DETALHES.
           EXIT.
      ******************************************************************
      * REJEICOES DA CRITICA PREVIA PARA O DEPARTAMENTO CORRENTE; OS   *
      * VALORES DOS DETALHES SO SAO COPIADOS QUANDO NUMERICOS          *
      ******************************************************************
       400-DETALHES-DA-CRITICA         SECTION.
           OPEN INPUT LOTE-REJ-FILE.
           IF LS-REJ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ LOTE-REJ-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF ER-DEPTO = LS-DEPTO-CORRENTE
                       PERFORM 450-GRAVA-DETALHE-CRITICA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOTE-REJ-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM DETALHE VINDO DE LOTEEDR.DAT, COM STATUS "EDT "             *
      ******************************************************************
       450-GRAVA-DETALHE-CRITICA       SECTION.
           MOVE SPACES TO RR-DETALHE.
           MOVE "D" TO RR-D-TIPO.
           MOVE ER-BRUTO(1:8) TO RR-D-REQ-ID.
           MOVE ER-BRUTO(9:1) TO RR-D-REG-TIPO.
           MOVE ZERO TO RR-D-VLR-1.
           MOVE ZERO TO RR-D-VLR-2.
           MOVE ZERO TO RR-D-RESULTADO.
           MOVE ZERO TO RR-D-BASE.
           IF ER-BRUTO(9:1) = "D" OR ER-BRUTO(9:1) = SPACE
              MOVE ER-BRUTO(10:1) TO RR-D-OPERACAO
              MOVE ER-BRUTO(11:6) TO LS-VLR-DIGITOS
              IF LS-VLR-DIGITOS IS NUMERIC
                 MOVE LS-VLR-VALOR TO RR-D-VLR-1
              END-IF
              MOVE ER-BRUTO(17:6) TO LS-VLR-DIGITOS
              IF LS-VLR-DIGITOS IS NUMERIC
                 MOVE LS-VLR-VALOR TO RR-D-VLR-2
              END-IF
              MOVE ER-BRUTO(27:11) TO LS-BASE-DIGITOS
              IF ER-BRUTO(10:1) = "I" AND LS-BASE-DIGITOS IS NUMERIC
                 MOVE LS-BASE-VALOR TO RR-D-BASE
              END-IF
           END-IF
           MOVE "EDT " TO RR-D-STATUS.
           MOVE ER-MOTIVO TO RR-D-MOTIVO.
           ADD RR-D-VLR-1 RR-D-VLR-2 RR-D-BASE TO LS-SOMA-VALORES.
           WRITE RR-DETALHE.
           ADD 1 TO LS-QTDE-DETALHES.
           ADD 1 TO LS-QTDE-REJEITADOS.
           EXIT.
      ******************************************************************
      * LOTEEDR.DAT ESVAZIADO DEPOIS DE DEVOLVIDAS AS REJEICOES; COM A *
      * TABELA DE DEPARTAMENTOS ESTOURADA, FICAM AS DOS DEPARTAMENTOS  *
      * SEM RETORNO (E O ARQUIVO INTEIRO, SE ELAS NAO COUBEREM)        *
      ******************************************************************
       500-ESVAZIA-REJEICOES           SECTION.
           IF LS-TRANSBORDO NOT = "S"
              OPEN OUTPUT LOTE-REJ-FILE
              CLOSE LOTE-REJ-FILE
              EXIT SECTION
           END-IF
           MOVE ZERO TO LS-QTDE-REJ.
           OPEN INPUT LOTE-REJ-FILE.
           IF LS-REJ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ LOTE-REJ-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    MOVE ER-DEPTO TO LS-DEPTO-BUSCA
                    PERFORM 160-PROCURA-DEPTO
                    IF LS-ACHOU = "N"
                       IF LS-QTDE-REJ < LIMITE-REJEICOES
                          ADD 1 TO LS-QTDE-REJ
                          MOVE ER-REGISTRO TO TB-REJ-REG(LS-QTDE-REJ)
                       ELSE
                          MOVE "S" TO LS-REJ-CHEIA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOTE-REJ-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           IF LS-REJ-CHEIA = "S"
              DISPLAY "Rejeicoes pendentes alem da tabela; "
                      "LOTEEDR.DAT mantido inteiro."
              EXIT SECTION
           END-IF
           OPEN OUTPUT LOTE-REJ-FILE.
           PERFORM VARYING AC-RI FROM 1 BY 1
                   UNTIL AC-RI > LS-QTDE-REJ
              MOVE TB-REJ-REG(AC-RI) TO ER-REGISTRO
              WRITE ER-REGISTRO
           END-PERFORM.
           CLOSE LOTE-REJ-FILE.
           DISPLAY "Rejeicoes mantidas em LOTEEDR.DAT: " LS-QTDE-REJ.
           EXIT.
