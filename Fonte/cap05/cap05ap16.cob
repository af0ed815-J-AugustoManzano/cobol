       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP05AP16.
      *
      * Retorno dos boletos de mensalidade pagos: o banco devolve o
      * arquivo BOLRET.DAT com cabecalho "0" (banco, convenio e data
      * do movimento), um detalhe "1" por boleto pago (a linha
      * digitavel de 37 digitos, a data e o valor pago) e trailer "9"
      * com a quantidade e o total. A primeira passada reconta os
      * detalhes e soma os valores contra o trailer e confere o
      * banco e o convenio do cabecalho com as chaves BOLETO-BANCO e
      * BOLETO-CONV de SYSCFG.DAT; qualquer divergencia recusa o
      * arquivo POR INTEIRO, como no retorno da remessa (CAP05AP15).
      *
      * Cada detalhe e conferido antes da baixa:
      *    - a linha digitavel pelo servico LINHADIG (digitos
      *      verificadores dos campos e digito geral);
      *    - banco e convenio da linha iguais aos do cabecalho;
      *    - o nosso numero emitido em BOLETO.DAT (CAP04AP33), com a
      *      mesma linha;
      *    - o boleto ainda "E" (o mesmo pagamento lido de novo e so
      *      listado);
      *    - o valor pago igual ao do boleto.
      * Conferido, o pagamento e gravado pelo servico BAIXAPAG contra
      * o compromisso de mensalidade do boleto (codigo e descricao),
      * com a referencia "BL" + nosso numero, e o boleto vira "P" com
      * a data do pagamento. Roda antes da conciliacao bancaria, para
      * os recebimentos ja estarem no livro quando o extrato chegar.
      *
      * Saida BOLRET.LST via IMPRIME, preservada pela RELGER. Arquivo
      * recusado termina com 8; detalhe recusado ou pagamento nao
      * gravado, com 4.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-FILE ASSIGN TO "BOLRET.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RET-STATUS.
           SELECT BOLETO-FILE ASSIGN TO "BOLETO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BOL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-FILE.
       01  RB-LINHA            PIC X(80).
       01  RB-CABECALHO REDEFINES RB-LINHA.
           05  RB-H-TIPO       PIC X.
           05  RB-H-BANCO      PIC 9(3).
           05  RB-H-CONVENIO   PIC 9(6).
           05  RB-H-DATA       PIC 9(8).
           05  FILLER          PIC X(62).
       01  RB-DETALHE REDEFINES RB-LINHA.
           05  RB-D-TIPO       PIC X.
           05  RB-D-LINHA      PIC X(37).
           05  RB-D-DATA       PIC 9(8).
           05  RB-D-VALOR      PIC 9(11)V99.
           05  FILLER          PIC X(21).
       01  RB-TRAILER REDEFINES RB-LINHA.
           05  RB-T-TIPO       PIC X.
           05  RB-T-QTDE       PIC 9(6).
           05  RB-T-TOTAL      PIC 9(13)V99.
           05  FILLER          PIC X(58).
       FD  BOLETO-FILE.
       COPY "boleto.cpy".
       WORKING-STORAGE SECTION.
       78  LIMITE-BOLETOS VALUE 3000.
       01  WS-TAB-BOLETOS.
           05  WS-BOL-REG PIC X(144) OCCURS LIMITE-BOLETOS TIMES.
       77  WS-QTDE-BOLETOS     PIC 9(4) VALUE ZERO.
       77  WS-TRANSBORDO       PIC X VALUE "N".
       77  WS-BOLETO-MUDOU     PIC X VALUE "N".
       77  AC-BI               PIC 9(4).
       77  WS-RET-STATUS       PIC XX.
       77  WS-BOL-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
      *    Situacao do arquivo: "S" sem arquivo, "R" recusado,
      *    "C" conferido e tratado.
       77  WS-SIT-RETORNO      PIC X VALUE "S".
       77  WS-MOTIVO-RECUSA    PIC X(50) VALUE SPACES.
       77  WS-TEM-CABECALHO    PIC X VALUE "N".
       77  WS-TEM-TRAILER      PIC X VALUE "N".
       77  WS-DETALHE-INVALIDO PIC X VALUE "N".
       77  WS-BANCO-RETORNO    PIC 9(3) VALUE ZERO.
       77  WS-CONV-RETORNO     PIC 9(6) VALUE ZERO.
       77  WS-DATA-RETORNO     PIC 9(8) VALUE ZERO.
       77  WS-CONTAGEM         PIC 9(6) VALUE ZERO.
       77  WS-SOMA             PIC 9(13)V99 VALUE ZERO.
       77  WS-BANCO            PIC 9(3) VALUE 1.
       77  WS-CONVENIO         PIC 9(6) VALUE ZERO.
       77  WS-CFG-CHAVE        PIC X(12).
       77  WS-CFG-VALOR        PIC X(30).
       77  WS-LD-OPCAO         PIC X.
       77  WS-LD-LINHA         PIC X(37).
       77  WS-LD-LINHA-FMT     PIC X(42).
       77  WS-LD-BANCO         PIC 9(3).
       77  WS-LD-CONVENIO      PIC 9(6).
       77  WS-LD-NOSSO         PIC 9(8).
       77  WS-LD-VENC          PIC 9(8).
       77  WS-LD-VALOR         PIC 9(8)V99.
       77  WS-LD-STATUS        PIC X.
       77  WS-LD-MOTIVO        PIC X(40).
       77  WS-RESULTADO-ITEM   PIC X(50).
       77  WS-BX-CODIGO        PIC X(8).
       77  WS-BX-DATA          PIC 9(8).
       77  WS-BX-VALOR         PIC 9(7)V99.
       77  WS-BX-REFERENCIA    PIC X(12).
       77  WS-BX-SITUACAO      PIC X.
       77  WS-BX-MOTIVO        PIC X(40).
       77  WS-BX-DESCRICAO     PIC X(30).
       77  WS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-BAIXADOS   PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-RECUSADOS  PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-IGNORADOS  PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-FALHAS     PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-ALERTAS    PIC 9(6) VALUE ZERO.
       77  WS-VALOR-BAIXADO    PIC 9(13)V99 VALUE ZERO.
       77  WS-S-VALOR          PIC Z(10)9.99.
       77  WS-S-TOTAL          PIC Z(12)9.99.
       77  WS-S-DATA           PIC X(10).
       77  WS-LINHA            PIC X(132) VALUE SPACES.
       77  WS-IMP-OPCAO        PIC X.
       77  WS-IMP-TEXTO        PIC X(132).
       77  WS-IMP-TOTAL        PIC 9(6) VALUE ZERO.
       77  WS-NOME-RELATORIO   PIC X(14).
       77  WS-DATA-INICIO      PIC X(20).
       77  WS-DATA-FIM         PIC X(20).
       77  WS-DUR-HRA          PIC 9(4).
       77  WS-DUR-MIN          PIC 9(2).
       77  WS-DUR-SEG          PIC 9(2).
       77  WS-DUR-CEN          PIC 9(2).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP05A16".
       77  WS-RESULTADO        PIC X(20).
       77  WS-CONDICAO         PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Retorno dos Boletos de Mensalidade".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
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
           PERFORM 100-CONFERE-RETORNO.
           MOVE "A" TO WS-IMP-OPCAO.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE "BOLRET.LST" TO WS-IMP-TEXTO(1:14).
           MOVE "RETORNO DOS BOLETOS DE MENSALIDADE PAGOS"
              TO WS-IMP-TEXTO(15:60).
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           PERFORM 150-IMPRIME-SITUACAO.
           IF WS-SIT-RETORNO = "C"
              PERFORM 200-CARREGA-BOLETOS
              IF WS-TRANSBORDO = "S"
                 MOVE "R" TO WS-SIT-RETORNO
                 MOVE SPACES TO WS-LINHA
                 STRING "*** BOLETOS ALEM DA CAPACIDADE DA TABELA; "
                        "RETORNO NAO TRATADO"
                    DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 800-IMPRIME-LINHA
              ELSE
                 PERFORM 300-TRATA-RETORNO
              END-IF
           END-IF
           MOVE "F" TO WS-IMP-OPCAO.
           MOVE WS-TOTAL-BAIXADOS TO WS-IMP-TOTAL.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           MOVE "BOLRET.LST" TO WS-NOME-RELATORIO.
           CALL "RELGER" USING WS-NOME-RELATORIO, WS-PROGRAMA.
           DISPLAY "Boletos no retorno .........: " WS-TOTAL-LIDOS.
           DISPLAY "Pagos e baixados ...........: " WS-TOTAL-BAIXADOS.
           DISPLAY "Recusados ..................: "
              WS-TOTAL-RECUSADOS.
           DISPLAY "Relatorio gravado em BOLRET.LST.".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           COMPUTE WS-TOTAL-ALERTAS = WS-TOTAL-RECUSADOS
              + WS-TOTAL-FALHAS.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-TOTAL-ALERTAS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           EVALUATE TRUE
              WHEN WS-SIT-RETORNO = "R"
                 MOVE "RETORNO RECUSADO" TO WS-RESULTADO
                 MOVE 8 TO WS-CONDICAO
              WHEN WS-SIT-RETORNO = "S"
                 MOVE "SEM RETORNO" TO WS-RESULTADO
                 MOVE 0 TO WS-CONDICAO
              WHEN WS-TOTAL-ALERTAS > ZERO
                 MOVE "RETORNO COM RECUSAS" TO WS-RESULTADO
                 MOVE 4 TO WS-CONDICAO
              WHEN OTHER
                 MOVE "RETORNO TRATADO" TO WS-RESULTADO
                 MOVE 0 TO WS-CONDICAO
           END-EVALUATE.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           MOVE WS-CONDICAO TO RETURN-CODE.
           GOBACK.
      ******************************************************************
      * PRIMEIRA PASSADA: RECONTA E SOMA OS DETALHES CONTRA O TRAILER  *
      * E CONFERE O CONVENIO; DIVERGENCIA RECUSA O ARQUIVO INTEIRO     *
      ******************************************************************
       100-CONFERE-RETORNO             SECTION.
           OPEN INPUT RETORNO-FILE.
           IF WS-RET-STATUS NOT = "00"
              MOVE "S" TO WS-SIT-RETORNO
              DISPLAY "Nenhum retorno de boletos (BOLRET.DAT)."
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ RETORNO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    EVALUATE RB-LINHA(1:1)
                       WHEN "0"
                          MOVE "S" TO WS-TEM-CABECALHO
                          MOVE RB-H-BANCO    TO WS-BANCO-RETORNO
                          MOVE RB-H-CONVENIO TO WS-CONV-RETORNO
                          MOVE RB-H-DATA     TO WS-DATA-RETORNO
                       WHEN "9"
                          MOVE "S" TO WS-TEM-TRAILER
                          IF RB-T-QTDE IS NOT NUMERIC
                             OR RB-T-TOTAL IS NOT NUMERIC
                             OR RB-T-QTDE NOT = WS-CONTAGEM
                             OR RB-T-TOTAL NOT = WS-SOMA
                             MOVE "TRAILER NAO CONFERE COM OS DETALHES"
                                TO WS-MOTIVO-RECUSA
                          END-IF
                       WHEN "1"
                          ADD 1 TO WS-CONTAGEM
                          IF RB-D-DATA IS NOT NUMERIC
                             OR RB-D-VALOR IS NOT NUMERIC
                             MOVE "S" TO WS-DETALHE-INVALIDO
                          ELSE
                             ADD RB-D-VALOR TO WS-SOMA
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE RETORNO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE "R" TO WS-SIT-RETORNO.
           EVALUATE TRUE
              WHEN WS-TEM-CABECALHO NOT = "S"
                 OR WS-TEM-TRAILER NOT = "S"
                 MOVE "RETORNO SEM CABECALHO OU SEM TRAILER"
                    TO WS-MOTIVO-RECUSA
              WHEN WS-BANCO-RETORNO IS NOT NUMERIC
                 OR WS-CONV-RETORNO IS NOT NUMERIC
                 OR WS-DATA-RETORNO IS NOT NUMERIC
                 MOVE "CABECALHO COM CAMPOS INVALIDOS"
                    TO WS-MOTIVO-RECUSA
              WHEN WS-BANCO-RETORNO NOT = WS-BANCO
                 OR WS-CONV-RETORNO NOT = WS-CONVENIO
                 MOVE "BANCO OU CONVENIO DIFERENTE DO CADASTRADO"
                    TO WS-MOTIVO-RECUSA
              WHEN WS-DETALHE-INVALIDO = "S"
                 MOVE "DETALHE COM DATA OU VALOR INVALIDOS"
                    TO WS-MOTIVO-RECUSA
              WHEN WS-MOTIVO-RECUSA NOT = SPACES
                 CONTINUE
              WHEN OTHER
                 MOVE "C" TO WS-SIT-RETORNO
           END-EVALUATE.
           IF WS-SIT-RETORNO = "R"
              DISPLAY "Retorno recusado por inteiro: "
                 FUNCTION TRIM(WS-MOTIVO-RECUSA)
           END-IF.
           EXIT.
      ******************************************************************
      * SITUACAO DO ARQUIVO NO INICIO DO RELATORIO                     *
      ******************************************************************
       150-IMPRIME-SITUACAO            SECTION.
           MOVE SPACES TO WS-LINHA.
           EVALUATE WS-SIT-RETORNO
              WHEN "S"
                 MOVE "NENHUM RETORNO DE BOLETOS (BOLRET.DAT)"
                    TO WS-LINHA
              WHEN "R"
                 STRING "RETORNO DE BOLETOS RECUSADO POR INTEIRO: "
                        WS-MOTIVO-RECUSA
                    DELIMITED BY SIZE INTO WS-LINHA
              WHEN OTHER
                 MOVE WS-DATA-RETORNO TO WS-BX-DATA
                 PERFORM 810-FORMATA-DATA
                 STRING "RETORNO DO BANCO " WS-BANCO-RETORNO
                        " CONVENIO " WS-CONV-RETORNO
                        " DE " WS-S-DATA
                    DELIMITED BY SIZE INTO WS-LINHA
           END-EVALUATE.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * CARGA DE BOLETO.DAT PARA A TABELA                              *
      ******************************************************************
       200-CARREGA-BOLETOS             SECTION.
           OPEN INPUT BOLETO-FILE.
           IF WS-BOL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ BOLETO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-BOLETOS < LIMITE-BOLETOS
                       ADD 1 TO WS-QTDE-BOLETOS
                       MOVE BL-REGISTRO
                          TO WS-BOL-REG(WS-QTDE-BOLETOS)
                    ELSE
                       MOVE "S" TO WS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BOLETO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * SEGUNDA PASSADA: CADA DETALHE CONFERIDO E BAIXADO; DEPOIS O    *
      * REGISTRO DE BOLETOS REGRAVADO                                  *
      ******************************************************************
       300-TRATA-RETORNO               SECTION.
           MOVE SPACES TO WS-LINHA.
           MOVE "NOSSO NR COMPROM. DATA PGTO          VALOR RESULTADO"
              TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           OPEN INPUT RETORNO-FILE.
           PERFORM UNTIL WS-FIM-OK
              READ RETORNO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF RB-D-TIPO = "1"
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM 310-TRATA-DETALHE
                       PERFORM 700-LINHA-DETALHE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RETORNO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-BOLETO-MUDOU = "S"
              PERFORM 490-REGRAVA-BOLETOS
           END-IF
           PERFORM 600-TOTAIS.
           EXIT.
      ******************************************************************
      * UM BOLETO PAGO: LINHA, CONVENIO, EMISSAO, SITUACAO E VALOR     *
      * CONFERIDOS; O PAGAMENTO VAI PELO BAIXAPAG E O BOLETO VIRA "P"  *
      ******************************************************************
       310-TRATA-DETALHE               SECTION.
           MOVE SPACES TO BL-REGISTRO.
           MOVE ZERO TO BL-NOSSO-NUMERO.
           MOVE "V" TO WS-LD-OPCAO.
           MOVE RB-D-LINHA TO WS-LD-LINHA.
           CALL "LINHADIG" USING WS-LD-OPCAO, WS-LD-LINHA,
              WS-LD-LINHA-FMT, WS-LD-BANCO, WS-LD-CONVENIO,
              WS-LD-NOSSO, WS-LD-VENC, WS-LD-VALOR, WS-LD-STATUS,
              WS-LD-MOTIVO.
           IF WS-LD-STATUS NOT = "S"
              ADD 1 TO WS-TOTAL-RECUSADOS
              MOVE WS-LD-MOTIVO TO WS-RESULTADO-ITEM
              EXIT SECTION
           END-IF
           IF WS-LD-BANCO NOT = WS-BANCO-RETORNO
              OR WS-LD-CONVENIO NOT = WS-CONV-RETORNO
              ADD 1 TO WS-TOTAL-RECUSADOS
              MOVE "BOLETO DE OUTRO BANCO OU CONVENIO"
                 TO WS-RESULTADO-ITEM
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-BI FROM 1 BY 1
                   UNTIL AC-BI > WS-QTDE-BOLETOS
              MOVE WS-BOL-REG(AC-BI) TO BL-REGISTRO
              IF BL-NOSSO-NUMERO = WS-LD-NOSSO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF AC-BI > WS-QTDE-BOLETOS
              MOVE SPACES TO BL-REGISTRO
              MOVE WS-LD-NOSSO TO BL-NOSSO-NUMERO
              ADD 1 TO WS-TOTAL-RECUSADOS
              MOVE "BOLETO NAO EMITIDO" TO WS-RESULTADO-ITEM
              EXIT SECTION
           END-IF
           IF BL-LINHA NOT = RB-D-LINHA
              ADD 1 TO WS-TOTAL-RECUSADOS
              MOVE "LINHA DIFERENTE DA DO BOLETO EMITIDO"
                 TO WS-RESULTADO-ITEM
              EXIT SECTION
           END-IF
           IF BL-SITUACAO = "P"
              ADD 1 TO WS-TOTAL-IGNORADOS
              MOVE "JA BAIXADO EM RETORNO ANTERIOR"
                 TO WS-RESULTADO-ITEM
              EXIT SECTION
           END-IF
           IF RB-D-VALOR NOT = BL-VALOR
              ADD 1 TO WS-TOTAL-RECUSADOS
              MOVE "VALOR PAGO DIFERENTE DO BOLETO"
                 TO WS-RESULTADO-ITEM
              EXIT SECTION
           END-IF
           MOVE BL-CODIGO    TO WS-BX-CODIGO.
           MOVE RB-D-DATA    TO WS-BX-DATA.
           MOVE BL-VALOR     TO WS-BX-VALOR.
           MOVE BL-DESCRICAO TO WS-BX-DESCRICAO.
           MOVE SPACES TO WS-BX-REFERENCIA.
           STRING "BL" BL-NOSSO-NUMERO
              DELIMITED BY SIZE INTO WS-BX-REFERENCIA.
           CALL "BAIXAPAG" USING WS-BX-CODIGO, WS-BX-DATA,
              WS-BX-VALOR, WS-BX-REFERENCIA, WS-BX-SITUACAO,
              WS-BX-MOTIVO, WS-BX-DESCRICAO.
           IF WS-BX-SITUACAO NOT = "S"
              ADD 1 TO WS-TOTAL-FALHAS
              MOVE SPACES TO WS-RESULTADO-ITEM
              STRING "NAO BAIXADO: " WS-BX-MOTIVO
                 DELIMITED BY SIZE INTO WS-RESULTADO-ITEM
              EXIT SECTION
           END-IF
           MOVE "P" TO BL-SITUACAO.
           MOVE RB-D-DATA TO BL-DATA-PGTO.
           MOVE BL-REGISTRO TO WS-BOL-REG(AC-BI).
           MOVE "S" TO WS-BOLETO-MUDOU.
           ADD 1 TO WS-TOTAL-BAIXADOS.
           ADD BL-VALOR TO WS-VALOR-BAIXADO.
           MOVE "PAGO - MENSALIDADE BAIXADA" TO WS-RESULTADO-ITEM.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DE BOLETO.DAT A PARTIR DA TABELA           *
      ******************************************************************
       490-REGRAVA-BOLETOS             SECTION.
           OPEN OUTPUT BOLETO-FILE.
           PERFORM VARYING AC-BI FROM 1 BY 1
                   UNTIL AC-BI > WS-QTDE-BOLETOS
              MOVE WS-BOL-REG(AC-BI) TO BL-REGISTRO
              WRITE BL-REGISTRO
           END-PERFORM.
           CLOSE BOLETO-FILE.
           EXIT.
      ******************************************************************
      * TOTAIS DO RETORNO                                              *
      ******************************************************************
       600-TOTAIS                      SECTION.
           MOVE SPACES TO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE WS-VALOR-BAIXADO TO WS-S-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "PAGOS E BAIXADOS ........: " WS-TOTAL-BAIXADOS
                  "  VALOR " WS-S-TOTAL
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "RECUSADOS ...............: " WS-TOTAL-RECUSADOS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "JA BAIXADOS ANTES .......: " WS-TOTAL-IGNORADOS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PAGAMENTOS NAO GRAVADOS .: " WS-TOTAL-FALHAS
              DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * UMA LINHA DO RELATORIO POR DETALHE DO RETORNO                  *
      ******************************************************************
       700-LINHA-DETALHE               SECTION.
           MOVE SPACES TO WS-LINHA.
           MOVE BL-NOSSO-NUMERO TO WS-LINHA(1:8).
           MOVE BL-CODIGO TO WS-LINHA(10:8).
           MOVE RB-D-DATA TO WS-BX-DATA.
           PERFORM 810-FORMATA-DATA.
           MOVE WS-S-DATA TO WS-LINHA(19:10).
           MOVE RB-D-VALOR TO WS-S-VALOR.
           MOVE WS-S-VALOR TO WS-LINHA(30:14).
           MOVE WS-RESULTADO-ITEM TO WS-LINHA(45:50).
           PERFORM 800-IMPRIME-LINHA.
           EXIT.
      ******************************************************************
      * UMA LINHA PARA O RELATORIO VIA IMPRIME                         *
      ******************************************************************
       800-IMPRIME-LINHA               SECTION.
           MOVE "L" TO WS-IMP-OPCAO.
           MOVE WS-LINHA TO WS-IMP-TEXTO.
           CALL "IMPRIME" USING WS-IMP-OPCAO, WS-IMP-TEXTO,
              WS-IMP-TOTAL.
           EXIT.
      ******************************************************************
      * DATA AAAAMMDD (WS-BX-DATA) EM DD/MM/AAAA PARA O RELATORIO      *
      ******************************************************************
       810-FORMATA-DATA                SECTION.
           MOVE SPACES TO WS-S-DATA.
           STRING WS-BX-DATA(7:2) "/" WS-BX-DATA(5:2) "/"
                  WS-BX-DATA(1:4)
              DELIMITED BY SIZE INTO WS-S-DATA.
           EXIT.
       END PROGRAM CAP05AP16.
