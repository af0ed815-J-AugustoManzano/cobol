       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP04AP45.
      *
      * Modelos e historico da correspondencia do CAP04AP44. Os
      * modelos de carta (CARTAMOD.DAT) sao mantidos por tipo de
      * evento - risco, mensalidade, recurso e fila - com o texto
      * digitado linha a linha e os campos entre chaves listados na
      * tela; substituir o texto de um tipo regrava o arquivo com as
      * linhas dos demais tipos intactas. O historico mostra, para um
      * estudante, cada carta registrada em CARTALOG.DAT com a data
      * da emissao e o evento - a resposta ao responsavel que
      * pergunta quando foi avisado. Cada troca de modelo vai para
      * AUDITLOG.DAT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODELO-FILE ASSIGN TO "CARTAMOD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOD-STATUS.
           SELECT CARTALOG-FILE ASSIGN TO "CARTALOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MODELO-FILE.
       COPY "cartamod.cpy".
       FD  CARTALOG-FILE.
       COPY "cartalog.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-MODELO VALUE 80.
       78  LIMITE-LINHAS-TIPO VALUE 20.
       01  WS-TAB-MODELO.
           05  WS-MOD-REG PIC X(75) OCCURS LIMITE-MODELO TIMES.
       77  WS-QTDE-MODELO      PIC 9(3) VALUE ZERO.
       01  WS-TAB-NOVO.
           05  WS-NOVO-TEXTO PIC X(70) OCCURS LIMITE-LINHAS-TIPO TIMES.
       77  WS-QTDE-NOVO        PIC 9(2) VALUE ZERO.
       77  WS-QTDE-OUTROS      PIC 9(3).
       77  AC-CI               PIC 9(3).
       77  WS-MOD-STATUS       PIC XX.
       77  WS-LOG-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-FIM-TEXTO        PIC X.
       77  WS-OPCAO            PIC X.
       77  WS-RESPOSTA         PIC X.
       77  WS-TIPO-SEL         PIC X(3).
       77  WS-NOME-TIPO        PIC X(30).
       77  WS-LINHA-DIGITADA   PIC X(70).
       77  WS-ID-SEL           PIC X(9).
       77  WS-TOTAL-CARTAS     PIC 9(4).
       01  WS-DATA-BR.
           05  WS-DB-DIA       PIC XX.
           05  FILLER          PIC X VALUE "/".
           05  WS-DB-MES       PIC XX.
           05  FILLER          PIC X VALUE "/".
           05  WS-DB-ANO       PIC X(4).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP04A45".
       77  WS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "-----------------------------------"
              DISPLAY "Modelos e Historico de Cartas"
              DISPLAY "-----------------------------------"
              DISPLAY "[L] - Listar os modelos"
              DISPLAY "[M] - Substituir o modelo de um tipo"
              DISPLAY "[H] - Historico de cartas do estudante"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "L"
                    PERFORM 100-LISTA-MODELOS
                 WHEN "M"
                    PERFORM 300-SUBSTITUI-MODELO
                 WHEN "H"
                    PERFORM 500-HISTORICO
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * TODOS OS MODELOS, TIPO A TIPO, NA ORDEM DE IMPRESSAO           *
      ******************************************************************
       100-LISTA-MODELOS               SECTION.
           OPEN INPUT MODELO-FILE.
           IF WS-MOD-STATUS NOT = "00"
              DISPLAY "Nenhum modelo de carta registrado."
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-TIPO-SEL.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ MODELO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CM-TIPO NOT = WS-TIPO-SEL
                       MOVE CM-TIPO TO WS-TIPO-SEL
                       PERFORM 150-NOME-DO-TIPO
                       DISPLAY CR
                       DISPLAY "== " CM-TIPO " - " WS-NOME-TIPO
                    END-IF
                    DISPLAY CM-LINHA " " CM-TEXTO
              END-READ
           END-PERFORM.
           CLOSE MODELO-FILE.
           EXIT.
      ******************************************************************
      * DESCRICAO DO TIPO WS-TIPO-SEL (ESPACOS QUANDO NAO E UM TIPO)   *
      ******************************************************************
       150-NOME-DO-TIPO                SECTION.
           EVALUATE WS-TIPO-SEL
              WHEN "RIS"
                 MOVE "Estudante em risco" TO WS-NOME-TIPO
              WHEN "INA"
                 MOVE "Mensalidade vencida" TO WS-NOME-TIPO
              WHEN "RCS"
                 MOVE "Recurso de nota decidido" TO WS-NOME-TIPO
              WHEN "FIL"
                 MOVE "Promovido da fila de espera" TO WS-NOME-TIPO
              WHEN OTHER
                 MOVE SPACES TO WS-NOME-TIPO
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * TEXTO NOVO DE UM TIPO: DIGITADO LINHA A LINHA ATE "FIM", E O   *
      * ARQUIVO REGRAVADO COM OS DEMAIS TIPOS INTACTOS                 *
      ******************************************************************
       300-SUBSTITUI-MODELO            SECTION.
           DISPLAY "Tipo (RIS, INA, RCS, FIL) : " WITH NO ADVANCING.
           ACCEPT WS-TIPO-SEL.
           MOVE FUNCTION UPPER-CASE(WS-TIPO-SEL) TO WS-TIPO-SEL.
           PERFORM 150-NOME-DO-TIPO.
           IF WS-NOME-TIPO = SPACES
              DISPLAY "Tipo de carta invalido."
              EXIT SECTION
           END-IF
           PERFORM 350-CARREGA-OUTROS.
           IF WS-FIM-ARQUIVO = "X"
              DISPLAY "Arquivo de modelos alem do limite da tabela; "
                      "troca recusada."
              EXIT SECTION
           END-IF
           DISPLAY "Campos: {NOME} {TURMA} {HOJE} {DATA}".
           EVALUATE WS-TIPO-SEL
              WHEN "RIS"
                 DISPLAY "        {PRESENCA} {MEDIA}"
              WHEN "INA"
                 DISPLAY "        {VALOR} {VENCIMENTO}"
              WHEN "RCS"
                 DISPLAY "        {DISCIPLINA} {AVALIACAO} {DECISAO} "
                         "{NOTA}"
           END-EVALUATE.
           DISPLAY "Digite o texto (ate " LIMITE-LINHAS-TIPO
                   " linhas de 70); FIM encerra.".
           MOVE ZERO TO WS-QTDE-NOVO.
           MOVE "N" TO WS-FIM-TEXTO.
           PERFORM UNTIL WS-FIM-TEXTO = "S"
              MOVE SPACES TO WS-LINHA-DIGITADA
              ACCEPT WS-LINHA-DIGITADA
              IF FUNCTION UPPER-CASE(WS-LINHA-DIGITADA) = "FIM"
                 MOVE "S" TO WS-FIM-TEXTO
              ELSE
                 IF WS-QTDE-NOVO >= LIMITE-LINHAS-TIPO
                    DISPLAY "Limite de linhas do tipo atingido."
                    MOVE "S" TO WS-FIM-TEXTO
                 ELSE
                    ADD 1 TO WS-QTDE-NOVO
                    MOVE WS-LINHA-DIGITADA
                       TO WS-NOVO-TEXTO(WS-QTDE-NOVO)
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-QTDE-OUTROS + WS-QTDE-NOVO > LIMITE-MODELO
              DISPLAY "Arquivo de modelos alem do limite da tabela; "
                      "troca recusada."
              EXIT SECTION
           END-IF
           IF WS-QTDE-NOVO = ZERO
              DISPLAY "Texto vazio: o tipo fica sem modelo e suas "
                      "cartas ficam retidas."
           END-IF
           DISPLAY "Confirma a troca do modelo (S/N)? "
              WITH NO ADVANCING.
           ACCEPT WS-RESPOSTA.
           IF FUNCTION UPPER-CASE(WS-RESPOSTA) NOT = "S"
              DISPLAY "Troca cancelada."
              EXIT SECTION
           END-IF
           PERFORM 400-GRAVA-MODELOS.
           MOVE "MODELO CARTA" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           DISPLAY "Modelo " WS-TIPO-SEL " gravado com " WS-QTDE-NOVO
                   " linha(s).".
           EXIT.
      ******************************************************************
      * LINHAS DOS DEMAIS TIPOS, QUE SERAO REGRAVADAS COMO ESTAO       *
      * (WS-FIM-ARQUIVO "X" QUANDO NAO CABEM NA TABELA)                *
      ******************************************************************
       350-CARREGA-OUTROS              SECTION.
           MOVE ZERO TO WS-QTDE-MODELO.
           MOVE "N" TO WS-FIM-ARQUIVO.
           OPEN INPUT MODELO-FILE.
           IF WS-MOD-STATUS NOT = "00"
              MOVE ZERO TO WS-QTDE-OUTROS
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-ARQUIVO NOT = "N"
              READ MODELO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CM-TIPO NOT = WS-TIPO-SEL
                       IF WS-QTDE-MODELO < LIMITE-MODELO
                          ADD 1 TO WS-QTDE-MODELO
                          MOVE CM-REGISTRO
                             TO WS-MOD-REG(WS-QTDE-MODELO)
                       ELSE
                          MOVE "X" TO WS-FIM-ARQUIVO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MODELO-FILE.
           MOVE WS-QTDE-MODELO TO WS-QTDE-OUTROS.
           EXIT.
      ******************************************************************
      * REGRAVACAO: DEMAIS TIPOS NA ORDEM ORIGINAL E O TIPO TROCADO NO *
      * FIM, COM AS LINHAS RENUMERADAS                                 *
      ******************************************************************
       400-GRAVA-MODELOS               SECTION.
           OPEN OUTPUT MODELO-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-OUTROS
              MOVE WS-MOD-REG(AC-CI) TO CM-REGISTRO
              WRITE CM-REGISTRO
           END-PERFORM.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-NOVO
              MOVE WS-TIPO-SEL TO CM-TIPO
              MOVE AC-CI TO CM-LINHA
              MOVE WS-NOVO-TEXTO(AC-CI) TO CM-TEXTO
              WRITE CM-REGISTRO
           END-PERFORM.
           CLOSE MODELO-FILE.
           EXIT.
      ******************************************************************
      * CARTAS REGISTRADAS PARA UM ESTUDANTE, COM DATA E EVENTO        *
      ******************************************************************
       500-HISTORICO                   SECTION.
           DISPLAY "Codigo do estudante ......: " WITH NO ADVANCING.
           ACCEPT WS-ID-SEL.
           OPEN INPUT CARTALOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
              DISPLAY "Nenhuma carta registrada."
              EXIT SECTION
           END-IF
           MOVE ZERO TO WS-TOTAL-CARTAS.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ CARTALOG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CL-ID = WS-ID-SEL
                       PERFORM 550-MOSTRA-CARTA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CARTALOG-FILE.
           DISPLAY "Cartas enviadas: " WS-TOTAL-CARTAS.
           EXIT.
      ******************************************************************
      * UMA LINHA DO HISTORICO                                         *
      ******************************************************************
       550-MOSTRA-CARTA                SECTION.
           ADD 1 TO WS-TOTAL-CARTAS.
           IF WS-TOTAL-CARTAS = 1
              DISPLAY "Estudante: " CL-NOME
              DISPLAY "DATA        TIPO                         "
                      "EVENTO"
           END-IF.
           MOVE CL-TIPO TO WS-TIPO-SEL.
           PERFORM 150-NOME-DO-TIPO.
           MOVE CL-DATA(7:2) TO WS-DB-DIA.
           MOVE CL-DATA(5:2) TO WS-DB-MES.
           MOVE CL-DATA(1:4) TO WS-DB-ANO.
           DISPLAY WS-DATA-BR "  " WS-NOME-TIPO(1:28) " " CL-CHAVE.
           EXIT.
       END PROGRAM CAP04AP45.
