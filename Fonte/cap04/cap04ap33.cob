      * A emissao de certificados (CAP04AP25) recusa estudante com
      * mensalidade em aberto - o elo entre o academico e o
      * financeiro.
      *
      * A emissao de boletos [B] imprime, para a turma e o mes de
      * vencimento escolhidos, um boleto por mensalidade em aberto,
      * com o nome completo do pagador, o vencimento, o valor e a
      * linha digitavel numerica montada pelo servico LINHADIG (banco
      * e convenio nas chaves BOLETO-BANCO e BOLETO-CONV de
      * SYSCFG.DAT; digitos verificadores modulo-10 e modulo-11 do
      * DVCALC). Cada boleto recebe o proximo nosso numero e fica
      * registrado em BOLETO.DAT; pedir de novo o mesmo mes reimprime
      * o boleto ja emitido, com o mesmo numero, em vez de criar
      * outro. Os boletos saem em BOLETOS.LST; o retorno dos boletos
      * pagos e baixado pelo CAP05AP16 na cadeia noturna.
      *
      * O boleto traz o valor tambem por extenso (servico EXTENSO),
      * logo abaixo do vencimento e do valor em algarismos.
      *
      * A mensalidade gerada leva a unidade (sitio) da turma, tirada
      * do registro de capacidade (CP-UNIDADE em CAPACREG) pelo
      * UNIDSVC; turma sem unidade e da sede.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CMP-STATUS.
           SELECT BOLETO-FILE ASSIGN TO "BOLETO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BOL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-FILE.
           05  CP-RESPONSAVEL  PIC X(12).
           05  CP-SITUACAO     PIC X.
           05  CP-DIRECAO      PIC X.
           05  CP-MOEDA        PIC X(3).
           05  CP-TAXA-ORIG    PIC 9(2)V9(6).
           05  CP-DATA-ORIG    PIC 9(8).
           05  CP-UNIDADE      PIC X(3).
       FD  BOLETO-FILE.
       COPY "boleto.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-ALUNOS VALUE 200.
               10  WS-ALU-ID   PIC X(9).
               10  WS-ALU-NOME PIC X(25).
       77  WS-QTDE-ALUNOS PIC 9(3) VALUE ZERO.
       01  WS-TAB-BOLETOS.
           05  WS-BOL-ENTRADA OCCURS LIMITE-ALUNOS TIMES.
               10  WS-BOL-NOSSO     PIC 9(8).
               10  WS-BOL-CODIGO    PIC X(8).
               10  WS-BOL-DESCRICAO PIC X(30).
               10  WS-BOL-VENC      PIC X(10).
               10  WS-BOL-VALOR     PIC 9(7)V99.
               10  WS-BOL-NOME      PIC X(25).
               10  WS-BOL-NOVO      PIC X.
       77  WS-QTDE-BOLETOS PIC 9(3) VALUE ZERO.
       77  AC-BL          PIC 9(3).
       77  WS-BOL-STATUS  PIC XX.
       77  WS-MES-REF     PIC X(7).
       77  WS-MAIOR-NOSSO PIC 9(8).
       77  WS-NOVOS       PIC 9(3).
       77  WS-REIMPRESSOS PIC 9(3).
       77  WS-FORA-TABELA PIC 9(3).
       77  WS-BANCO       PIC 9(3) VALUE 1.
       77  WS-CONVENIO    PIC 9(6) VALUE ZERO.
       77  WS-CFG-CHAVE   PIC X(12).
       77  WS-CFG-VALOR   PIC X(30).
       77  WS-DATA-NEG    PIC 9(8).
       77  WS-LD-OPCAO    PIC X.
       77  WS-LD-LINHA    PIC X(37).
       77  WS-LD-LINHA-FMT PIC X(42).
       77  WS-LD-NOSSO    PIC 9(8).
       77  WS-LD-VENC     PIC 9(8).
       77  WS-LD-VALOR    PIC 9(8)V99.
       77  WS-LD-STATUS   PIC X.
       77  WS-LD-MOTIVO   PIC X(40).
       77  WS-IMP-OPCAO   PIC X.
       77  WS-IMP-TEXTO   PIC X(132).
       77  WS-IMP-TOTAL   PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO PIC X(14).
       77  AC-CI          PIC 9(3).
       77  WS-TURMA-STATUS PIC XX.
       77  WS-CMP-STATUS  PIC XX.
       77  WS-HOJE        PIC 9(8).
       77  WS-VENC-ORD    PIC 9(8).
       77  WS-S-VALOR     PIC Z(6)9.99.
       77  WS-VALOR-EXT   PIC S9(9)V99.
       77  WS-MOEDA-EXT   PIC X(3) VALUE SPACES.
       77  WS-EXTENSO     PIC X(200).
       77  WS-EXT-STATUS  PIC X.
       77  WS-MARCA       PIC X(8).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP04A33".
       77  WS-UNI-CHAVE   PIC X(12).
       77  WS-UNIDADE     PIC X(3).
       77  WS-UNI-STATUS  PIC X.
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
              DISPLAY "-----------------------------------"
              DISPLAY "[G] - Gerar cobranca de uma turma"
              DISPLAY "[R] - Relatorio de inadimplencia"
              DISPLAY "[B] - Emitir boletos (turma e mes)"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
                    PERFORM 100-GERA-COBRANCA
                 WHEN "R"
                    PERFORM 500-RELATORIO-INADIMPLENCIA
                 WHEN "B"
                    PERFORM 600-EMITE-BOLETOS
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           MOVE WS-ALU-NOME(AC-CI)(1:12) TO CP-RESPONSAVEL.
           MOVE "A" TO CP-SITUACAO.
           MOVE "R" TO CP-DIRECAO.
           MOVE SPACES TO CP-MOEDA.
           MOVE 1 TO CP-TAXA-ORIG.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE CP-DATA-ORIG.
           MOVE SPACES TO WS-UNI-CHAVE.
           MOVE WS-TURMA-SEL TO WS-UNI-CHAVE.
           CALL "UNIDSVC" USING BY CONTENT "T",
              BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE, WS-UNI-STATUS.
           MOVE WS-UNIDADE TO CP-UNIDADE.
           OPEN EXTEND COMPROM-FILE.
           IF WS-CMP-STATUS = "35"
              OPEN OUTPUT COMPROM-FILE
           MOVE "N" TO WS-FIM-ARQUIVO.
           DISPLAY "Mensalidades em aberto: " WS-TOTAL-ABERTOS.
           EXIT.
      ******************************************************************
      * BOLETOS DA TURMA NO MES: UM POR MENSALIDADE EM ABERTO, COM A   *
      * LINHA DIGITAVEL; O BOLETO JA EMITIDO E REIMPRESSO              *
      ******************************************************************
       600-EMITE-BOLETOS               SECTION.
           DISPLAY "Turma/periodo ............: " WITH NO ADVANCING.
           ACCEPT WS-TURMA-SEL.
           MOVE FUNCTION UPPER-CASE(WS-TURMA-SEL) TO WS-TURMA-SEL.
           DISPLAY "Mes de vencimento (MM/AAAA): " WITH NO ADVANCING.
           ACCEPT WS-MES-REF.
           IF WS-MES-REF(1:2) IS NOT NUMERIC
              OR WS-MES-REF(3:1) NOT = "/"
              OR WS-MES-REF(4:4) IS NOT NUMERIC
              OR WS-MES-REF(1:2) < "01" OR WS-MES-REF(1:2) > "12"
              DISPLAY "Mes invalido; use MM/AAAA."
              EXIT SECTION
           END-IF
           MOVE "BOLETO-BANCO" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:3) IS NUMERIC
              MOVE WS-CFG-VALOR(1:3) TO WS-BANCO
           END-IF
           MOVE "BOLETO-CONV" TO WS-CFG-CHAVE.
           CALL "SYSCFG" USING WS-CFG-CHAVE, WS-CFG-VALOR.
           IF WS-CFG-VALOR(1:6) IS NUMERIC
              MOVE WS-CFG-VALOR(1:6) TO WS-CONVENIO
           END-IF
           PERFORM 150-CARREGA-ALUNOS.
           PERFORM 650-SELECIONA-MENSALIDADES.
           IF WS-QTDE-BOLETOS = ZERO
              DISPLAY "Nenhuma mensalidade em aberto da turma no mes."
              EXIT SECTION
           END-IF
           PERFORM 700-NUMERA-BOLETOS.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "BOLETOS.LST" TO WS-IMP-TEXTO(1:14).
           STRING "BOLETOS DE MENSALIDADE - TURMA " WS-TURMA-SEL
                  " - VENCIMENTO " WS-MES-REF
              DELIMITED BY SIZE INTO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           OPEN EXTEND BOLETO-FILE.
           IF WS-BOL-STATUS = "35"
              OPEN OUTPUT BOLETO-FILE
           END-IF
           PERFORM VARYING AC-BL FROM 1 BY 1
                   UNTIL AC-BL > WS-QTDE-BOLETOS
              PERFORM 750-IMPRIME-BOLETO
           END-PERFORM.
           CLOSE BOLETO-FILE.
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-QTDE-BOLETOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "BOLETOS.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Boletos emitidos: " WS-NOVOS
              " novos, " WS-REIMPRESSOS " reimpressos.".
           IF WS-FORA-TABELA > ZERO
              DISPLAY "ATENCAO: " WS-FORA-TABELA
                 " mensalidade(s) alem da capacidade; emita de novo."
           END-IF
           DISPLAY "Boletos gravados em BOLETOS.LST.".
           MOVE "BOLETOS EMITIDOS" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * MENSALIDADES EM ABERTO DA TURMA COM VENCIMENTO NO MES, COM O   *
      * NOME COMPLETO DO ESTUDANTE PELO ELENCO DA TURMA                *
      ******************************************************************
       650-SELECIONA-MENSALIDADES      SECTION.
           MOVE ZERO TO WS-QTDE-BOLETOS WS-FORA-TABELA.
           MOVE SPACES TO WS-DESCRICAO-CHAVE.
           STRING "MENSALIDADE " WS-TURMA-SEL " "
              DELIMITED BY SIZE INTO WS-DESCRICAO-CHAVE.
           OPEN INPUT COMPROM-FILE.
           IF WS-CMP-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ COMPROM-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CP-SITUACAO = "A"
                       AND CP-DESCRICAO(1:19)
                           = WS-DESCRICAO-CHAVE(1:19)
                       AND CP-VENCIMENTO(4:7) = WS-MES-REF
                       PERFORM 660-GUARDA-MENSALIDADE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE COMPROM-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
       660-GUARDA-MENSALIDADE          SECTION.
           IF WS-QTDE-BOLETOS NOT < LIMITE-ALUNOS
              ADD 1 TO WS-FORA-TABELA
              EXIT SECTION
           END-IF
           ADD 1 TO WS-QTDE-BOLETOS.
           MOVE ZERO          TO WS-BOL-NOSSO(WS-QTDE-BOLETOS).
           MOVE CP-CODIGO     TO WS-BOL-CODIGO(WS-QTDE-BOLETOS).
           MOVE CP-DESCRICAO  TO WS-BOL-DESCRICAO(WS-QTDE-BOLETOS).
           MOVE CP-VENCIMENTO TO WS-BOL-VENC(WS-QTDE-BOLETOS).
           MOVE CP-VALOR      TO WS-BOL-VALOR(WS-QTDE-BOLETOS).
           MOVE CP-RESPONSAVEL TO WS-BOL-NOME(WS-QTDE-BOLETOS).
           MOVE "N"           TO WS-BOL-NOVO(WS-QTDE-BOLETOS).
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-ALUNOS
              IF WS-ALU-ID(AC-CI) = CP-DESCRICAO(20:9)
                 MOVE WS-ALU-NOME(AC-CI)
                    TO WS-BOL-NOME(WS-QTDE-BOLETOS)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * NOSSO NUMERO: O BOLETO "E" JA EMITIDO PARA A MESMA MENSALIDADE,*
      * VENCIMENTO E VALOR E REAPROVEITADO; OS DEMAIS RECEBEM O        *
      * PROXIMO NUMERO APOS O MAIOR DE BOLETO.DAT                      *
      ******************************************************************
       700-NUMERA-BOLETOS              SECTION.
           MOVE ZERO TO WS-MAIOR-NOSSO WS-NOVOS WS-REIMPRESSOS.
           OPEN INPUT BOLETO-FILE.
           IF WS-BOL-STATUS = "00"
              MOVE "N" TO WS-FIM-ARQUIVO
              PERFORM UNTIL WS-FIM-OK
                 READ BOLETO-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF BL-NOSSO-NUMERO > WS-MAIOR-NOSSO
                          MOVE BL-NOSSO-NUMERO TO WS-MAIOR-NOSSO
                       END-IF
                       IF BL-SITUACAO = "E"
                          PERFORM 710-CONFERE-EMITIDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BOLETO-FILE
              MOVE "N" TO WS-FIM-ARQUIVO
           END-IF
           PERFORM VARYING AC-BL FROM 1 BY 1
                   UNTIL AC-BL > WS-QTDE-BOLETOS
              IF WS-BOL-NOSSO(AC-BL) = ZERO
                 ADD 1 TO WS-MAIOR-NOSSO
                 MOVE WS-MAIOR-NOSSO TO WS-BOL-NOSSO(AC-BL)
                 MOVE "S" TO WS-BOL-NOVO(AC-BL)
                 ADD 1 TO WS-NOVOS
              ELSE
                 ADD 1 TO WS-REIMPRESSOS
              END-IF
           END-PERFORM.
           EXIT.
       710-CONFERE-EMITIDO             SECTION.
           PERFORM VARYING AC-BL FROM 1 BY 1
                   UNTIL AC-BL > WS-QTDE-BOLETOS
              IF WS-BOL-DESCRICAO(AC-BL) = BL-DESCRICAO
                 AND WS-BOL-VENC(AC-BL) = BL-VENCIMENTO
                 AND WS-BOL-VALOR(AC-BL) = BL-VALOR
                 MOVE BL-NOSSO-NUMERO TO WS-BOL-NOSSO(AC-BL)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * UM BOLETO: LINHA DIGITAVEL PELO LINHADIG, IMPRESSAO E, QUANDO  *
      * NOVO, REGISTRO EM BOLETO.DAT                                   *
      ******************************************************************
       750-IMPRIME-BOLETO              SECTION.
           MOVE "M" TO WS-LD-OPCAO.
           MOVE WS-BOL-NOSSO(AC-BL) TO WS-LD-NOSSO.
           MOVE WS-BOL-VENC(AC-BL)(7:4) TO WS-LD-VENC(1:4).
           MOVE WS-BOL-VENC(AC-BL)(4:2) TO WS-LD-VENC(5:2).
           MOVE WS-BOL-VENC(AC-BL)(1:2) TO WS-LD-VENC(7:2).
           MOVE WS-BOL-VALOR(AC-BL) TO WS-LD-VALOR.
           CALL "LINHADIG" USING WS-LD-OPCAO, WS-LD-LINHA,
              WS-LD-LINHA-FMT, WS-BANCO, WS-CONVENIO, WS-LD-NOSSO,
              WS-LD-VENC, WS-LD-VALOR, WS-LD-STATUS, WS-LD-MOTIVO.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE ALL "-" TO WS-IMP-TEXTO(1:70).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-IMP-TEXTO.
           STRING "BOLETO NR " WS-BOL-NOSSO(AC-BL)
                  "   BANCO " WS-BANCO "   CONVENIO " WS-CONVENIO
              DELIMITED BY SIZE INTO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-IMP-TEXTO.
           STRING "PAGADOR ......: " WS-BOL-NOME(AC-BL)
                  "  (" WS-BOL-DESCRICAO(AC-BL)(20:9) ")"
              DELIMITED BY SIZE INTO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE SPACES TO WS-IMP-TEXTO.
           STRING "REFERENCIA ...: " WS-BOL-DESCRICAO(AC-BL)
              DELIMITED BY SIZE INTO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE WS-BOL-VALOR(AC-BL) TO WS-S-VALOR.
           MOVE SPACES TO WS-IMP-TEXTO.
           STRING "VENCIMENTO ...: " WS-BOL-VENC(AC-BL)
                  "     VALOR: " WS-S-VALOR
              DELIMITED BY SIZE INTO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE WS-BOL-VALOR(AC-BL) TO WS-VALOR-EXT.
           CALL "EXTENSO" USING WS-VALOR-EXT, WS-MOEDA-EXT,
              WS-EXTENSO, WS-EXT-STATUS.
           MOVE SPACES TO WS-IMP-TEXTO.
           STRING "POR EXTENSO ..: " WS-EXTENSO(1:100)
              DELIMITED BY SIZE INTO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           IF WS-EXTENSO(101:100) NOT = SPACES
              MOVE SPACES TO WS-IMP-TEXTO
              STRING "                " WS-EXTENSO(101:100)
                 DELIMITED BY SIZE INTO WS-IMP-TEXTO
              CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
                 WS-IMP-TOTAL
           END-IF
           MOVE SPACES TO WS-IMP-TEXTO.
           STRING "LINHA DIGITAVEL: " WS-LD-LINHA-FMT
              DELIMITED BY SIZE INTO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           IF WS-BOL-NOVO(AC-BL) = "S"
              MOVE WS-BOL-NOSSO(AC-BL)     TO BL-NOSSO-NUMERO
              MOVE WS-BOL-CODIGO(AC-BL)    TO BL-CODIGO
              MOVE WS-BOL-DESCRICAO(AC-BL) TO BL-DESCRICAO
              MOVE WS-BOL-VENC(AC-BL)      TO BL-VENCIMENTO
              MOVE WS-BOL-VALOR(AC-BL)     TO BL-VALOR
              MOVE WS-BOL-NOME(AC-BL)      TO BL-NOME
              MOVE WS-LD-LINHA             TO BL-LINHA
              MOVE "E"                     TO BL-SITUACAO
              MOVE WS-DATA-NEG             TO BL-DATA-EMISSAO
              MOVE ZERO                    TO BL-DATA-PGTO
              WRITE BL-REGISTRO
           END-IF.
           EXIT.
