       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP39.
      *
      * Honorarios mensais dos instrutores: a folha dos instrutores
      * ainda era feita por apontamento em papel. Para a competencia
      * informada (MM/AAAA), conta as aulas efetivamente dadas por
      * instrutor - datas de aula previstas da turma (AULAS.DAT,
      * gerado pela grade do CAP04AP37) com chamada lancada em
      * FREQ.DAT - e o instrutor e o responsavel atual da turma em
      * TURMINST.DAT (a ultima atribuicao vale). As horas de cada
      * aula saem do horario da grade; o honorario e horas vezes o
      * valor da hora-aula do INSTRREG.DAT (CAP04AP32).
      *
      * O demonstrativo de horas e honorarios por instrutor, com as
      * aulas uma a uma, sai em HONORAR.LST via IMPRIME/RELGER. Em
      * seguida cada demonstrativo e aprovado ou nao pelo
      * coordenador; o aprovado vira um compromisso "A" a pagar
      * ("P") em COMPROM.DAT, como as mensalidades do CAP04AP33,
      * com vencimento no dia util informado - e assim entra no
      * aging e na projecao de caixa. A descricao "HONORARIOS
      * instrutor MM/AAAA" protege contra lancar duas vezes o mesmo
      * mes. Instrutor sem valor da hora-aula sai no demonstrativo
      * mas nao pode ser aprovado.
      *
      * A chamada de cada aula prevista passou a ser conferida
      * direto no indexado FREQIDX.DAT (freqidx.cpy), pela chave
      * turma + data, em lugar da tabela de chamadas da competencia
      * carregada do antigo FREQ.DAT.
      *
      * O honorario lancado leva a unidade (sitio) da sessao,
      * resolvida pelo UNIDSVC (a sede quando o operador nao tem
      * unidade).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AULAS-FILE ASSIGN TO "AULAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUL-STATUS.
           SELECT FREQ-FILE ASSIGN TO "FREQIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FQ-CHAVE
              ALTERNATE RECORD KEY IS FQ-ID WITH DUPLICATES
              FILE STATUS IS WS-FREQ-STATUS.
           SELECT TURMINST-FILE ASSIGN TO "TURMINST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TNS-STATUS.
           SELECT INSTRREG-FILE ASSIGN TO "INSTRREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INS-STATUS.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AULAS-FILE.
       COPY "aulareg.cpy".
       FD  FREQ-FILE.
       COPY "freqidx.cpy".
       FD  TURMINST-FILE.
       COPY "turminst.cpy".
       FD  INSTRREG-FILE.
       COPY "instrreg.cpy".
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
       78  LIMITE-AULAS VALUE 3000.
       78  LIMITE-TURMAS VALUE 300.
       78  LIMITE-INSTRUTORES VALUE 200.
      *    Atribuicao atual de cada turma
       01  WS-TAB-TURMAS.
           05  WS-TUR-ENTRADA OCCURS LIMITE-TURMAS TIMES.
               10  WS-TUR-TURMA    PIC X(6).
               10  WS-TUR-INSTR    PIC X(4).
       77  WS-QTDE-TURMAS PIC 9(3) VALUE ZERO.
      *    Instrutores com os acumulados da competencia
       01  WS-TAB-INSTRUTORES.
           05  WS-INS-ENTRADA OCCURS LIMITE-INSTRUTORES TIMES.
               10  WS-INS-CODIGO   PIC X(4).
               10  WS-INS-NOME     PIC X(25).
               10  WS-INS-VALOR-HORA PIC 9(5)V99.
               10  WS-INS-TEM-VALOR PIC X.
               10  WS-INS-AULAS    PIC 9(4).
               10  WS-INS-MINUTOS  PIC 9(6).
               10  WS-INS-HONORARIO PIC 9(7)V99.
       77  WS-QTDE-INSTRUTORES PIC 9(3) VALUE ZERO.
      *    Aulas dadas na competencia, com o instrutor responsavel
       01  WS-TAB-AULAS.
           05  WS-AUL-ENTRADA OCCURS LIMITE-AULAS TIMES.
               10  WS-AUL-INSTR    PIC 9(3).
               10  WS-AUL-TURMA    PIC X(6).
               10  WS-AUL-DATA     PIC 9(8).
               10  WS-AUL-INICIO   PIC 9(4).
               10  WS-AUL-FIM      PIC 9(4).
               10  WS-AUL-MINUTOS  PIC 9(4).
       77  WS-QTDE-AULAS  PIC 9(4) VALUE ZERO.
       77  AC-CI          PIC 9(4).
       77  AC-TU          PIC 9(3).
       77  AC-IN          PIC 9(3).
       77  AC-AU          PIC 9(4).
       77  WS-AUL-STATUS  PIC XX.
       77  WS-FREQ-STATUS PIC XX.
       77  WS-TNS-STATUS  PIC XX.
       77  WS-INS-STATUS  PIC XX.
       77  WS-CMP-STATUS  PIC XX.
       77  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-OK   VALUE "S".
       77  WS-ACHOU       PIC X.
       77  WS-TRANSBORDO  PIC X VALUE "N".
       77  WS-FREQ-ABERTO PIC X VALUE "N".
       77  WS-COMPETENCIA-X PIC X(7).
       77  WS-MES         PIC 9(2).
       77  WS-ANO         PIC 9(4).
       77  WS-COMPETENCIA PIC 9(6).
       77  WS-SEM-INSTRUTOR PIC 9(4) VALUE ZERO.
       77  WS-MIN-INICIO  PIC 9(4).
       77  WS-MIN-FIM     PIC 9(4).
       77  WS-HORAS-EDIT  PIC ZZZ9.99.
       77  WS-VALOR-EDIT  PIC Z,ZZZ,ZZ9.99.
       77  WS-HORA-EDIT   PIC ZZ,ZZ9.99.
       77  WS-TOTAL-HONORARIOS PIC 9(9)V99 VALUE ZERO.
       77  WS-TOTAL-LANCADOS PIC 9(3) VALUE ZERO.
       77  WS-DATA-ENTRADA PIC X(10).
       77  WS-SAIDA-DATA  PIC X(10).
       77  WS-MOTIVO      PIC X(40).
       77  WS-FERIADO     PIC X.
       77  WS-FIM-SEMANA  PIC X.
       77  WS-DIA-UTIL    PIC X.
       77  WS-DATA-UTIL   PIC X(10).
       77  WS-STATUS-PRX  PIC X.
       77  WS-RESPOSTA    PIC X.
       77  WS-DESCRICAO-CHAVE PIC X(30).
       77  WS-JA-LANCADO  PIC X.
       77  WS-LINHA       PIC X(132) VALUE SPACES.
       77  WS-IMP-OPCAO   PIC X.
       77  WS-IMP-TEXTO   PIC X(132).
       77  WS-IMP-TOTAL   PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO PIC X(14).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP04A39".
       77  WS-UNI-CHAVE   PIC X(12).
       77  WS-UNIDADE     PIC X(3).
       77  WS-UNI-ALCANCE PIC X.
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY CR.
           DISPLAY "-------------------------------------------".
           DISPLAY "Honorarios Mensais dos Instrutores".
           DISPLAY "-------------------------------------------".
           DISPLAY "Competencia (MM/AAAA) .....: " WITH NO ADVANCING.
           ACCEPT WS-COMPETENCIA-X.
           IF WS-COMPETENCIA-X(1:2) NOT NUMERIC
              OR WS-COMPETENCIA-X(3:1) NOT = "/"
              OR WS-COMPETENCIA-X(4:4) NOT NUMERIC
              DISPLAY "Competencia invalida."
              EXIT PROGRAM
           END-IF
           MOVE WS-COMPETENCIA-X(1:2) TO WS-MES.
           MOVE WS-COMPETENCIA-X(4:4) TO WS-ANO.
           IF WS-MES < 1 OR WS-MES > 12
              DISPLAY "Competencia invalida."
              EXIT PROGRAM
           END-IF
           COMPUTE WS-COMPETENCIA = WS-ANO * 100 + WS-MES.
           PERFORM 100-CARREGA-INSTRUTORES.
           PERFORM 150-CARREGA-ATRIBUICOES.
           PERFORM 300-APURA-AULAS.
           IF WS-TRANSBORDO = "S"
              DISPLAY "Volume acima da capacidade das tabelas; "
                      "apuracao cancelada."
              MOVE "TRANSBORDO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              EXIT PROGRAM
           END-IF
           PERFORM 500-IMPRIME-DEMONSTRATIVO.
           IF WS-TOTAL-HONORARIOS = ZERO
              DISPLAY "Nenhum honorario a aprovar na competencia."
              MOVE "HONORARIO APURADO" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              EXIT PROGRAM
           END-IF
           PERFORM 600-APROVA-DEMONSTRATIVOS.
           DISPLAY "Compromissos a pagar lancados: " WS-TOTAL-LANCADOS.
           MOVE "HONORARIO APURADO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT PROGRAM.
      ******************************************************************
      * CADASTRO DE INSTRUTORES COM O VALOR DA HORA-AULA               *
      ******************************************************************
       100-CARREGA-INSTRUTORES         SECTION.
           OPEN INPUT INSTRREG-FILE.
           IF WS-INS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ INSTRREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-INSTRUTORES < LIMITE-INSTRUTORES
                       ADD 1 TO WS-QTDE-INSTRUTORES
                       MOVE WS-QTDE-INSTRUTORES TO AC-IN
                       MOVE IN-CODIGO TO WS-INS-CODIGO(AC-IN)
                       MOVE IN-NOME   TO WS-INS-NOME(AC-IN)
                       IF IN-VALOR-HORA NUMERIC
                          MOVE IN-VALOR-HORA
                             TO WS-INS-VALOR-HORA(AC-IN)
                          MOVE "S" TO WS-INS-TEM-VALOR(AC-IN)
                       ELSE
                          MOVE ZERO TO WS-INS-VALOR-HORA(AC-IN)
                          MOVE "N" TO WS-INS-TEM-VALOR(AC-IN)
                       END-IF
                       MOVE ZERO TO WS-INS-AULAS(AC-IN)
                       MOVE ZERO TO WS-INS-MINUTOS(AC-IN)
                       MOVE ZERO TO WS-INS-HONORARIO(AC-IN)
                    ELSE
                       MOVE "S" TO WS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INSTRREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * ATRIBUICAO ATUAL DE CADA TURMA (A ULTIMA GRAVADA VALE)         *
      ******************************************************************
       150-CARREGA-ATRIBUICOES         SECTION.
           OPEN INPUT TURMINST-FILE.
           IF WS-TNS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ TURMINST-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    PERFORM 160-GUARDA-ATRIBUICAO
              END-READ
           END-PERFORM.
           CLOSE TURMINST-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UMA ATRIBUICAO: SUBSTITUI A ANTERIOR DA MESMA TURMA            *
      ******************************************************************
       160-GUARDA-ATRIBUICAO           SECTION.
           PERFORM VARYING AC-TU FROM 1 BY 1
                   UNTIL AC-TU > WS-QTDE-TURMAS
              IF WS-TUR-TURMA(AC-TU) = TN-TURMA
                 MOVE TN-INSTRUTOR TO WS-TUR-INSTR(AC-TU)
                 EXIT SECTION
              END-IF
           END-PERFORM.
           IF WS-QTDE-TURMAS >= LIMITE-TURMAS
              MOVE "S" TO WS-TRANSBORDO
              EXIT SECTION
           END-IF
           ADD 1 TO WS-QTDE-TURMAS.
           MOVE TN-TURMA     TO WS-TUR-TURMA(WS-QTDE-TURMAS).
           MOVE TN-INSTRUTOR TO WS-TUR-INSTR(WS-QTDE-TURMAS).
           EXIT.
      ******************************************************************
      * AULAS DADAS: DATA PREVISTA DA COMPETENCIA COM CHAMADA LANCADA, *
      * CREDITADA AO INSTRUTOR ATUAL DA TURMA                          *
      ******************************************************************
       300-APURA-AULAS                 SECTION.
           OPEN INPUT AULAS-FILE.
           IF WS-AUL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FREQ-ABERTO.
           OPEN INPUT FREQ-FILE.
           IF WS-FREQ-STATUS = "00"
              MOVE "S" TO WS-FREQ-ABERTO
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ AULAS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF AU-DATA(1:6) = WS-COMPETENCIA
                       PERFORM 350-APURA-UMA-AULA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AULAS-FILE.
           IF WS-FREQ-ABERTO = "S"
              CLOSE FREQ-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UMA AULA PREVISTA: SO CONTA COM CHAMADA E INSTRUTOR ATRIBUIDO  *
      ******************************************************************
       350-APURA-UMA-AULA              SECTION.
           MOVE "N" TO WS-ACHOU.
           IF WS-FREQ-ABERTO = "S"
              MOVE AU-TURMA TO FQ-TURMA
              MOVE AU-DATA  TO FQ-DATA
              MOVE LOW-VALUES TO FQ-ID
              START FREQ-FILE KEY IS NOT LESS THAN FQ-CHAVE
                 INVALID KEY
                    MOVE SPACES TO FQ-TURMA
                 NOT INVALID KEY
                    READ FREQ-FILE NEXT RECORD
                       AT END
                          MOVE SPACES TO FQ-TURMA
                    END-READ
              END-START
              IF FQ-TURMA = AU-TURMA AND FQ-DATA = AU-DATA
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-IF.
           IF WS-ACHOU NOT = "S"
              EXIT SECTION
           END-IF
           MOVE ZERO TO AC-IN.
           PERFORM VARYING AC-TU FROM 1 BY 1
                   UNTIL AC-TU > WS-QTDE-TURMAS
              IF WS-TUR-TURMA(AC-TU) = AU-TURMA
                 PERFORM VARYING AC-CI FROM 1 BY 1
                         UNTIL AC-CI > WS-QTDE-INSTRUTORES
                    IF WS-INS-CODIGO(AC-CI) = WS-TUR-INSTR(AC-TU)
                       MOVE AC-CI TO AC-IN
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           IF AC-IN = ZERO
              ADD 1 TO WS-SEM-INSTRUTOR
              EXIT SECTION
           END-IF
           IF WS-QTDE-AULAS >= LIMITE-AULAS
              MOVE "S" TO WS-TRANSBORDO
              EXIT SECTION
           END-IF
           ADD 1 TO WS-QTDE-AULAS.
           MOVE WS-QTDE-AULAS TO AC-AU.
           MOVE AC-IN     TO WS-AUL-INSTR(AC-AU).
           MOVE AU-TURMA  TO WS-AUL-TURMA(AC-AU).
           MOVE AU-DATA   TO WS-AUL-DATA(AC-AU).
           MOVE AU-INICIO TO WS-AUL-INICIO(AC-AU).
           MOVE AU-FIM    TO WS-AUL-FIM(AC-AU).
           COMPUTE WS-MIN-INICIO =
              FUNCTION INTEGER-PART(AU-INICIO / 100) * 60
              + FUNCTION MOD(AU-INICIO, 100).
           COMPUTE WS-MIN-FIM =
              FUNCTION INTEGER-PART(AU-FIM / 100) * 60
              + FUNCTION MOD(AU-FIM, 100).
           COMPUTE WS-AUL-MINUTOS(AC-AU) = WS-MIN-FIM - WS-MIN-INICIO.
           ADD 1 TO WS-INS-AULAS(AC-IN).
           ADD WS-AUL-MINUTOS(AC-AU) TO WS-INS-MINUTOS(AC-IN).
           EXIT.
      ******************************************************************
      * DEMONSTRATIVO POR INSTRUTOR: AS AULAS, O TOTAL DE HORAS E O    *
      * HONORARIO (HORAS X VALOR DA HORA-AULA)                         *
      ******************************************************************
       500-IMPRIME-DEMONSTRATIVO       SECTION.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "HONORAR.LST" TO WS-IMP-TEXTO(1:14).
           MOVE SPACES TO WS-IMP-TEXTO(15:60).
           STRING "HORAS E HONORARIOS DOS INSTRUTORES - "
                  WS-COMPETENCIA-X
              DELIMITED BY SIZE INTO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           PERFORM VARYING AC-IN FROM 1 BY 1
                   UNTIL AC-IN > WS-QTDE-INSTRUTORES
              IF WS-INS-AULAS(AC-IN) > ZERO
                 PERFORM 550-IMPRIME-UM-INSTRUTOR
              END-IF
           END-PERFORM.
           IF WS-SEM-INSTRUTOR > ZERO
              MOVE SPACES TO WS-LINHA
              STRING "AULAS DADAS EM TURMA SEM INSTRUTOR ATRIBUIDO: "
                     WS-SEM-INSTRUTOR
                 DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 800-IMPRIME-LINHA
           END-IF
           MOVE WS-TOTAL-HONORARIOS TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL DE HONORARIOS DA COMPETENCIA: " WS-VALOR-EDIT
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-QTDE-AULAS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "HONORAR.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Aulas dadas na competencia: " WS-QTDE-AULAS.
           DISPLAY "Demonstrativo gravado em HONORAR.LST.".
           EXIT.
      ******************************************************************
      * UM INSTRUTOR: CABECALHO, AULAS E TOTAL                         *
      ******************************************************************
       550-IMPRIME-UM-INSTRUTOR        SECTION.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           IF WS-INS-TEM-VALOR(AC-IN) = "S"
              MOVE WS-INS-VALOR-HORA(AC-IN) TO WS-HORA-EDIT
              STRING "INSTRUTOR " WS-INS-CODIGO(AC-IN) " "
                     WS-INS-NOME(AC-IN) " VALOR-HORA " WS-HORA-EDIT
                 DELIMITED BY SIZE INTO WS-LINHA
           ELSE
              STRING "INSTRUTOR " WS-INS-CODIGO(AC-IN) " "
                     WS-INS-NOME(AC-IN) " SEM VALOR-HORA CADASTRADO"
                 DELIMITED BY SIZE INTO WS-LINHA
           END-IF
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-AU FROM 1 BY 1
                   UNTIL AC-AU > WS-QTDE-AULAS
              IF WS-AUL-INSTR(AC-AU) = AC-IN
                 COMPUTE WS-HORAS-EDIT = WS-AUL-MINUTOS(AC-AU) / 60
                 MOVE SPACES TO WS-LINHA
                 STRING "  " WS-AUL-TURMA(AC-AU) " "
                        WS-AUL-DATA(AC-AU)(7:2) "/"
                        WS-AUL-DATA(AC-AU)(5:2) "/"
                        WS-AUL-DATA(AC-AU)(1:4) " "
                        WS-AUL-INICIO(AC-AU)(1:2) ":"
                        WS-AUL-INICIO(AC-AU)(3:2) "-"
                        WS-AUL-FIM(AC-AU)(1:2) ":"
                        WS-AUL-FIM(AC-AU)(3:2) " HORAS " WS-HORAS-EDIT
                    DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 800-IMPRIME-LINHA
              END-IF
           END-PERFORM.
           COMPUTE WS-INS-HONORARIO(AC-IN) ROUNDED =
              WS-INS-MINUTOS(AC-IN) * WS-INS-VALOR-HORA(AC-IN) / 60.
           ADD WS-INS-HONORARIO(AC-IN) TO WS-TOTAL-HONORARIOS.
           COMPUTE WS-HORAS-EDIT = WS-INS-MINUTOS(AC-IN) / 60.
           MOVE WS-INS-HONORARIO(AC-IN) TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-LINHA.
           STRING "  AULAS " WS-INS-AULAS(AC-IN) "  HORAS "
                  WS-HORAS-EDIT "  HONORARIO " WS-VALOR-EDIT
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * APROVACAO: O DEMONSTRATIVO APROVADO VIRA COMPROMISSO A PAGAR   *
      * COM VENCIMENTO NO DIA UTIL INFORMADO                           *
      ******************************************************************
       600-APROVA-DEMONSTRATIVOS       SECTION.
           DISPLAY "Vencimento (DD/MM/AAAA) ...: " WITH NO ADVANCING.
           ACCEPT WS-DATA-ENTRADA.
           CALL "C0602DAT" USING BY CONTENT WS-DATA-ENTRADA,
               BY REFERENCE WS-SAIDA-DATA, BY REFERENCE WS-MOTIVO,
               BY CONTENT "B".
           IF WS-SAIDA-DATA = "**/**/****"
              DISPLAY "Data invalida: " FUNCTION TRIM(WS-MOTIVO)
              EXIT SECTION
           END-IF
      *    Vencimento em fim de semana ou feriado rola para o
      *    primeiro dia util seguinte, pelas rotinas do calendario.
           CALL "C0602FER" USING WS-SAIDA-DATA, WS-FERIADO,
              WS-FIM-SEMANA, WS-DIA-UTIL.
           IF WS-DIA-UTIL NOT = "S"
              CALL "C0602PRX" USING WS-SAIDA-DATA, WS-DATA-UTIL,
                 WS-STATUS-PRX
              IF WS-STATUS-PRX = "S"
                 MOVE WS-DATA-UTIL TO WS-SAIDA-DATA
              END-IF
           END-IF
           PERFORM VARYING AC-IN FROM 1 BY 1
                   UNTIL AC-IN > WS-QTDE-INSTRUTORES
              IF WS-INS-HONORARIO(AC-IN) > ZERO
                 PERFORM 650-APROVA-UM-INSTRUTOR
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * UM DEMONSTRATIVO: JA LANCADO NO MES NAO ENTRA DE NOVO          *
      ******************************************************************
       650-APROVA-UM-INSTRUTOR         SECTION.
           MOVE SPACES TO WS-DESCRICAO-CHAVE.
           STRING "HONORARIOS " WS-INS-CODIGO(AC-IN) " "
                  WS-COMPETENCIA-X
              DELIMITED BY SIZE INTO WS-DESCRICAO-CHAVE.
           PERFORM 700-CONFERE-JA-LANCADO.
           MOVE WS-INS-HONORARIO(AC-IN) TO WS-VALOR-EDIT.
           IF WS-JA-LANCADO = "S"
              DISPLAY WS-INS-CODIGO(AC-IN) " " WS-INS-NOME(AC-IN)
                 WS-VALOR-EDIT " - ja lancado na competencia."
              EXIT SECTION
           END-IF
           DISPLAY WS-INS-CODIGO(AC-IN) " " WS-INS-NOME(AC-IN)
              WS-VALOR-EDIT " - aprovar e lancar (S/N)? "
              WITH NO ADVANCING.
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA NOT = "S"
              MOVE "HONORARIO PENDENTE" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              EXIT SECTION
           END-IF
           MOVE SPACES TO CP-CODIGO.
           STRING WS-INS-CODIGO(AC-IN) WS-COMPETENCIA-X(6:2)
                  WS-COMPETENCIA-X(1:2)
              DELIMITED BY SIZE INTO CP-CODIGO.
           MOVE WS-DESCRICAO-CHAVE TO CP-DESCRICAO.
           MOVE WS-SAIDA-DATA TO CP-VENCIMENTO.
           MOVE WS-INS-HONORARIO(AC-IN) TO CP-VALOR.
           MOVE WS-INS-NOME(AC-IN)(1:12) TO CP-RESPONSAVEL.
           MOVE "A" TO CP-SITUACAO.
           MOVE "P" TO CP-DIRECAO.
           MOVE SPACES TO CP-MOEDA.
           MOVE 1 TO CP-TAXA-ORIG.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE CP-DATA-ORIG.
           MOVE SPACES TO WS-UNI-CHAVE.
           CALL "UNIDSVC" USING BY CONTENT "S",
              BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE, WS-UNI-ALCANCE.
           MOVE WS-UNIDADE TO CP-UNIDADE.
           OPEN EXTEND COMPROM-FILE.
           IF WS-CMP-STATUS = "35"
              OPEN OUTPUT COMPROM-FILE
           END-IF
           WRITE CP-REGISTRO.
           CLOSE COMPROM-FILE.
           ADD 1 TO WS-TOTAL-LANCADOS.
           MOVE "HONORARIO APROVADO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * PROTECAO: O MESMO INSTRUTOR NA MESMA COMPETENCIA NAO E LANCADO *
      * DUAS VEZES                                                     *
      ******************************************************************
       700-CONFERE-JA-LANCADO          SECTION.
           MOVE "N" TO WS-JA-LANCADO.
           OPEN INPUT COMPROM-FILE.
           IF WS-CMP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ COMPROM-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CP-DESCRICAO = WS-DESCRICAO-CHAVE
                       MOVE "S" TO WS-JA-LANCADO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UMA LINHA DO DEMONSTRATIVO                                     *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
       END PROGRAM CAP04AP39.
