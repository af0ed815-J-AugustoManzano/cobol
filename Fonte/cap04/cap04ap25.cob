      * compromissos (COMPROM.DAT, itens "MENSALIDADE" gerados por
      * CAP04AP33) NAO recebe certificado ate a quitacao - o elo
      * entre o academico e o financeiro.
      *
      * A pedido, cada pagina fecha com o bloco "ENVIAR PARA" - nome
      * e endereco de correspondencia da ficha de contato
      * (CONTATO.DAT, servico ENDPOSTA) - para o certificado seguir
      * pelo correio; sem ficha ou sem autorizacao, a pagina sai sem
      * o bloco.
      *
      * Acima da conferencia da turma vem o bloqueio financeiro
      * (servico FINBLOQ, acao CERT): mensalidade vencida alem da
      * tolerancia, em qualquer turma, retem o certificado. A
      * liberacao vigente da coordenacao (CAP04AP47) e a excecao
      * consciente e deixa emitir mesmo com a pendencia da turma;
      * sem bloqueio, vale a conferencia da turma acima.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  SEQUENCIA-FILE.
       01  SQ-ULTIMO-NUMERO    PIC 9(6).
       FD  REGISTRO-FILE.
       COPY "codigreg.cpy".
       FD  CERTREG-FILE.
       01  CE-REGISTRO.
           05  CE-CODIGO       PIC X(9).
           05  CP-RESPONSAVEL  PIC X(12).
           05  CP-SITUACAO     PIC X.
           05  CP-DIRECAO      PIC X.
           05  CP-MOEDA        PIC X(3).
           05  CP-TAXA-ORIG    PIC 9(2)V9(6).
           05  CP-DATA-ORIG    PIC 9(8).
           05  CP-UNIDADE      PIC X(3).
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-ALUNOS VALUE 200.
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP04A25".
       77  WS-RESULTADO        PIC X(20).
       77  WS-COM-ENDERECO     PIC X VALUE "N".
       77  WS-END-SITUACAO     PIC X.
       01  WS-END-LINHAS.
           05  WS-END-LINHA    PIC X(60) OCCURS 4 TIMES.
       77  AC-CL               PIC 9.
       77  WS-FB-SITUACAO      PIC X.
       77  WS-FB-DIAS          PIC 9(4).
       77  WS-FB-VALOR         PIC 9(7)V99.
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM FOREVER
           DISPLAY "Turma/periodo encerrada: " WITH NO ADVANCING.
           ACCEPT WS-TURMA-SEL.
           MOVE FUNCTION UPPER-CASE(WS-TURMA-SEL) TO WS-TURMA-SEL.
           DISPLAY "Imprimir endereco para envio (S/N)? "
              WITH NO ADVANCING.
           ACCEPT WS-COM-ENDERECO.
           MOVE FUNCTION UPPER-CASE(WS-COM-ENDERECO) TO WS-COM-ENDERECO.
           MOVE ZERO TO WS-QTDE-APROVADOS.
           MOVE ZERO TO WS-TOTAL-EMITIDOS.
           PERFORM 150-APURA-APROVADOS.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-APROVADOS
              IF WS-APR-OK(AC-CI) = "S"
                 CALL "FINBLOQ" USING BY CONTENT "V",
                    BY CONTENT WS-APR-ID(AC-CI), BY CONTENT "CERT",
                    BY REFERENCE WS-FB-SITUACAO,
                    BY REFERENCE WS-FB-DIAS, BY REFERENCE WS-FB-VALOR
                 EVALUATE WS-FB-SITUACAO
                    WHEN "B"
                       DISPLAY "Certificado retido: " WS-APR-ID(AC-CI)
                          " com bloqueio financeiro."
                    WHEN "L"
                       PERFORM 300-EMITE-UM-CERTIFICADO
                    WHEN OTHER
                       PERFORM 280-CONFERE-MENSALIDADE
                       IF WS-TEM-PENDENCIA = "S"
                          DISPLAY "Certificado retido: "
                             WS-APR-ID(AC-CI)
                             " com mensalidade em aberto."
                       ELSE
                          PERFORM 300-EMITE-UM-CERTIFICADO
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE "A" TO CG-SITUACAO.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO CG-SIT-DATA.
           MOVE WS-OPERADOR TO CG-SIT-OPERADOR.
           MOVE SPACES TO CG-PARCEIRO.
           MOVE ZERO TO CG-BLOCO.
           MOVE SPACES TO CG-COD-PARCEIRO.
           OPEN EXTEND REGISTRO-FILE.
           IF WS-REG-STATUS = "35"
              OPEN OUTPUT REGISTRO-FILE
              WS-DATA-HORA-SISTEMA(5:2) "/" WS-DATA-HORA-SISTEMA(1:4)
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           IF WS-COM-ENDERECO = "S"
              PERFORM 450-IMPRIME-ENDERECO
           END-IF.
           EXIT.
      ******************************************************************
      * BLOCO DE ENVIO: NOME E ENDERECO DA FICHA DE CONTATO, QUANDO HA *
      * FICHA E A CORRESPONDENCIA E AUTORIZADA                         *
      ******************************************************************
       450-IMPRIME-ENDERECO            SECTION.
           CALL "ENDPOSTA" USING WS-APR-ID(AC-CI), WS-END-SITUACAO,
              WS-END-LINHAS.
           IF WS-END-SITUACAO NOT = "S"
              EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "ENVIAR PARA: " WS-APR-NOME(AC-CI)
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           PERFORM VARYING AC-CL FROM 1 BY 1 UNTIL AC-CL > 4
              IF WS-END-LINHA(AC-CL) NOT = SPACES
                 MOVE SPACES TO WS-LINHA
                 STRING "             " WS-END-LINHA(AC-CL)
                    DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 800-IMPRIME-LINHA
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * CONFERENCIA DE UM NUMERO APRESENTADO: DIGITO, EMISSAO, ELO E   *
