      * (tipo "E", status "DEP "), para cada area conferir e assinar
      * as proprias submissoes. Registros com departamento em branco
      * (arquivos antigos) entram no fechamento sem departamento.
      *
      * O departamento dos detalhes e expressoes e conferido contra o
      * cadastro DEPTO.DAT (servico DEPTOCHK) antes de qualquer
      * calculo ou retencao: codigo desconhecido ou inativo sai em
      * LOTEOUT.DAT com status "DEPT", sem resultado e sem log, e o
      * motivo vai para a tela do job. O detalhe recusado registra o
      * id como um "ERRO" e segue o ciclo C0502REJ/C0502FIX/C0502RSB;
      * a expressao recusada nao registra o id, para a area poder
      * reapresentar o texto com o departamento certo.
      *
      * O cabecalho ("C") e o rodape ("R") do envelope de remessa,
      * conferidos antes por LOTEENV, sao lidos e ignorados.
      *
      * A operacao "I" calcula imposto pela tabela com vigencia
      * TAXAIMP.DAT (servico IMPOSTO): a base e LT-I-BASE do registro
      * de imposto (ou LT-VLR-1, nos registros sem ela) e LT-VLR-2 o
      * codigo do imposto (inteiro, 1 a 9999), aplicado com a
      * aliquota vigente na data de negocio do processamento. O
      * resultado e o imposto; a base vai para LT-R-BASE e, com
      * codigo, aliquota, reducao e vigencia, para CL-EXPRESSAO
      * (CL-VLR-1 so comporta ate 9.999,99 e fica zerado acima
      * disso). Como na expressao, o teto de alcada vale para o
      * resultado: a base de uma nota passa facil do teto, e o que o
      * lote produz e o imposto; imposto acima do teto retem o
      * registro inteiro. Codigo invalido, base nao positiva ou
      * codigo sem aliquota vigente saem como "ERRO".
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  AC-CI               PIC 9(4).
       77  LS-ID-DUPLICADO     PIC X.
       77  LS-EXPR-RETIDA      PIC X.
       77  LS-DEPTO-CONF       PIC X(4).
       77  LS-DEPTO-NOME       PIC X(30).
       77  LS-DEPTO-MOTIVO     PIC X(40).
       77  LS-ENTRADA-STATUS   PIC XX.
       77  LS-SAIDA-STATUS     PIC XX.
       77  LS-LOG-STATUS       PIC XX.
       77  LS-EXPR-ERRO        PIC X.
       77  LS-EXPR-MOTIVO      PIC X(40).
       77  LS-DATA-HORA-SISTEMA PIC X(20).
       77  LS-IMP-CODIGO       PIC 9(4).
       77  LS-IMP-DATA         PIC 9(8).
       77  LS-IMP-BASE         PIC S9(9)V99.
       77  LS-IMP-ALIQUOTA     PIC 9(2)V9(4).
       77  LS-IMP-REDUCAO      PIC 9(3)V99.
       77  LS-IMP-VIGENCIA     PIC 9(8).
       77  LS-IMP-IMPOSTO      PIC S9(9)V99.
       77  LS-IMP-LIQUIDO      PIC S9(9)V99.
       77  LS-IMP-MOTIVO       PIC X(40).
       77  LS-S-IMP-ALIQUOTA   PIC Z9.9999.
       77  LS-S-IMP-REDUCAO    PIC ZZ9.99.
       77  LS-S-IMP-BASE       PIC Z(8)9.99.
       77  LS-PROGRAMA         PIC X(8) VALUE "C0502LOT".
       77  LS-RESULTADO        PIC X(20).
       77  LS-MODO-OPCAO       PIC X VALUE "M".
                 NOT AT END
                    ADD 1 TO LS-TOTAL-LIDOS
                    PERFORM 160-CONFERE-ID
                    PERFORM 180-CONFERE-DEPARTAMENTO
                    EVALUATE TRUE
                       WHEN LS-ID-DUPLICADO = "S"
                          PERFORM 700-GRAVA-DUPLICADO
                       WHEN LS-DEPTO-MOTIVO NOT = SPACES
                          PERFORM 720-RECUSA-DEPARTAMENTO
                          IF LT-TIPO NOT = "X"
                             PERFORM 170-REGISTRA-ID
                          END-IF
                       WHEN LT-TIPO = "C" OR LT-TIPO = "R"
                          CONTINUE
                       WHEN LT-TIPO = "S"
                          PERFORM 500-GRAVA-SUBTOTAL
                       WHEN LT-TIPO = "T"
                          IF LS-EXPR-RETIDA NOT = "S"
                             PERFORM 170-REGISTRA-ID
                          END-IF
                       WHEN LT-OPERACAO = "I"
                          PERFORM 255-APURA-IMPOSTO
                          IF LS-IMP-MOTIVO = SPACES
                             AND FUNCTION ABS(LS-IMP-IMPOSTO)
                                 > LS-LIMITE
                             PERFORM 750-RETEM-ALCADA
                          ELSE
                             PERFORM 200-PROCESSA-OPERACAO
                             PERFORM 300-GRAVA-RESULTADO
                             PERFORM 400-GRAVA-LOG
                             MOVE SPACES TO LS-EXPRESSAO-LOG
                             PERFORM 170-REGISTRA-ID
                          END-IF
                       WHEN FUNCTION ABS(LT-VLR-1) > LS-LIMITE
                          OR FUNCTION ABS(LT-VLR-2) > LS-LIMITE
                          PERFORM 750-RETEM-ALCADA
                          PERFORM 200-PROCESSA-OPERACAO
                          PERFORM 300-GRAVA-RESULTADO
                          PERFORM 400-GRAVA-LOG
                          MOVE SPACES TO LS-EXPRESSAO-LOG
                          PERFORM 170-REGISTRA-ID
                    END-EVALUATE
              END-READ
           END-IF.
           EXIT.
      ******************************************************************
      * CONFERE O DEPARTAMENTO DO DETALHE OU DA EXPRESSAO CONTRA O     *
      * CADASTRO; OS REGISTROS DE CONTROLE "S"/"T" E O ENVELOPE DE     *
      * REMESSA "C"/"R" NAO SAO CONFERIDOS                             *
      ******************************************************************
       180-CONFERE-DEPARTAMENTO        SECTION.
           MOVE SPACES TO LS-DEPTO-MOTIVO.
           EVALUATE LT-TIPO
              WHEN "S"
              WHEN "T"
              WHEN "C"
              WHEN "R"
                 EXIT SECTION
              WHEN "X"
                 MOVE LT-X-DEPTO TO LS-DEPTO-CONF
              WHEN OTHER
                 MOVE LT-DEPTO TO LS-DEPTO-CONF
           END-EVALUATE.
           CALL "DEPTOCHK" USING LS-DEPTO-CONF, LS-DEPTO-NOME,
              LS-DEPTO-MOTIVO.
           EXIT.
      ******************************************************************
      * REGISTRA O ID RECEM-PROCESSADO NA TABELA E EM LOTEIDS.DAT      *
      ******************************************************************
       170-REGISTRA-ID                 SECTION.
           MOVE LT-OPERACAO TO LT-R-OPERACAO.
           MOVE LT-VLR-1    TO LT-R-VLR-1.
           MOVE LT-VLR-2    TO LT-R-VLR-2.
           PERFORM 265-BASE-IMPOSTO.
           MOVE ZERO        TO LT-R-RESULTADO.
           MOVE "DUPL"      TO LT-R-STATUS.
           MOVE LT-DEPTO    TO LT-R-DEPTO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * DEPARTAMENTO DESCONHECIDO OU INATIVO: GRAVA O REGISTRO NA      *
      * SAIDA COM STATUS "DEPT", SEM CALCULO E SEM CALCLOG.DAT         *
      ******************************************************************
       720-RECUSA-DEPARTAMENTO         SECTION.
           MOVE LT-REQ-ID   TO LT-R-REQ-ID.
           MOVE LT-TIPO     TO LT-R-TIPO.
           IF LT-TIPO = "X"
              MOVE SPACE    TO LT-R-OPERACAO
              MOVE ZERO     TO LT-R-VLR-1
              MOVE ZERO     TO LT-R-VLR-2
              MOVE ZERO     TO LT-R-BASE
           ELSE
              MOVE LT-OPERACAO TO LT-R-OPERACAO
              MOVE LT-VLR-1 TO LT-R-VLR-1
              MOVE LT-VLR-2 TO LT-R-VLR-2
              PERFORM 265-BASE-IMPOSTO
           END-IF.
           MOVE ZERO        TO LT-R-RESULTADO.
           MOVE "DEPT"      TO LT-R-STATUS.
           MOVE LS-DEPTO-CONF TO LT-R-DEPTO.
           ADD 1 TO LS-TOTAL-ERROS.
           PERFORM 300-GRAVA-RESULTADO.
           DISPLAY "Registro " LS-TOTAL-LIDOS " recusado: "
              FUNCTION TRIM(LS-DEPTO-MOTIVO).
           MOVE "DEPTO RECUSADO" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * OPERACAO ACIMA DO TETO DE ALCADA: VAI PARA O ARQUIVO DE        *
      * RETIDOS (LOTESUSP.DAT) SEM CALCULO, SEM RESULTADO E SEM        *
      * REGISTRO DO ID, AGUARDANDO A LIBERACAO DO COORDENADOR          *
      ******************************************************************
       750-RETEM-ALCADA                SECTION.
           ADD 1 TO LS-TOTAL-RETIDOS.
           EVALUATE TRUE
              WHEN LT-TIPO = "X"
                 MOVE LT-EXPRESSAO-REG TO SU-REGISTRO
              WHEN LT-OPERACAO = "I"
                 MOVE LT-IMPOSTO-REG TO SU-REGISTRO
              WHEN OTHER
                 MOVE LT-PENDENTE TO SU-REGISTRO
           END-EVALUATE.
           OPEN EXTEND LOTE-SUSP-FILE.
           IF LS-SUSP-STATUS = "35"
              OPEN OUTPUT LOTE-SUSP-FILE
           MOVE LT-OPERACAO TO LT-R-OPERACAO.
           MOVE LT-VLR-1    TO LT-R-VLR-1.
           MOVE LT-VLR-2    TO LT-R-VLR-2.
           PERFORM 265-BASE-IMPOSTO.
           MOVE "OK  "      TO LT-R-STATUS.
           MOVE LT-DEPTO    TO LT-R-DEPTO.
           CALL "C0502CFG" USING BY CONTENT LS-MODO-OPCAO,
                          COMPUTE LT-R-RESULTADO = LT-VLR-1 / LT-VLR-2
                    END-EVALUATE
                 END-IF
              WHEN "I"
                 MOVE "IMPOSTO"    TO LS-OPERACAO-NOME
                 PERFORM 260-CALCULA-IMPOSTO
              WHEN OTHER
                 MOVE "INVALIDA"  TO LS-OPERACAO-NOME
                 MOVE ZERO        TO LT-R-RESULTADO
           END-IF.
           EXIT.
      ******************************************************************
      * OPERACAO "I": CODIGO E BASE CONFERIDOS E IMPOSTO APURADO PELA  *
      * ALIQUOTA VIGENTE NA DATA DE NEGOCIO, ANTES DO TETO DE ALCADA   *
      ******************************************************************
       255-APURA-IMPOSTO               SECTION.
           MOVE SPACES TO LS-IMP-MOTIVO.
           MOVE ZERO TO LS-IMP-IMPOSTO.
           IF LT-VLR-2 < 1 OR LT-VLR-2 > 9999
              OR LT-VLR-2 NOT = FUNCTION INTEGER-PART(LT-VLR-2)
              MOVE "CODIGO DE IMPOSTO INVALIDO" TO LS-IMP-MOTIVO
              EXIT SECTION
           END-IF
           PERFORM 265-BASE-IMPOSTO.
           IF LS-IMP-BASE NOT > ZERO
              MOVE "BASE DO IMPOSTO INVALIDA" TO LS-IMP-MOTIVO
              EXIT SECTION
           END-IF
           MOVE LT-VLR-2 TO LS-IMP-CODIGO.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE LS-IMP-DATA.
           CALL "IMPOSTO" USING LS-IMP-CODIGO, LS-IMP-DATA,
              LS-IMP-BASE, LS-IMP-ALIQUOTA, LS-IMP-REDUCAO,
              LS-IMP-VIGENCIA, LS-IMP-IMPOSTO, LS-IMP-LIQUIDO,
              LS-IMP-MOTIVO.
           EXIT.
      ******************************************************************
      * OPERACAO "I" APURADA: IMPOSTO NO RESULTADO E TEXTO DE          *
      * AUDITORIA PARA CL-EXPRESSAO                                    *
      ******************************************************************
       260-CALCULA-IMPOSTO             SECTION.
           IF LS-IMP-MOTIVO = SPACES
              COMPUTE LT-R-RESULTADO = LS-IMP-IMPOSTO
                 ON SIZE ERROR
                    MOVE "IMPOSTO EXCEDE O CAMPO DE RESULTADO"
                       TO LS-IMP-MOTIVO
              END-COMPUTE
           END-IF
           IF LS-IMP-MOTIVO NOT = SPACES
              DISPLAY "Req " LT-REQ-ID ": "
                 FUNCTION TRIM(LS-IMP-MOTIVO)
              MOVE ZERO   TO LT-R-RESULTADO
              MOVE "ERRO" TO LT-R-STATUS
              ADD 1 TO LS-TOTAL-ERROS
              EXIT SECTION
           END-IF
           MOVE LS-IMP-ALIQUOTA TO LS-S-IMP-ALIQUOTA.
           MOVE LS-IMP-REDUCAO TO LS-S-IMP-REDUCAO.
           MOVE LS-IMP-BASE TO LS-S-IMP-BASE.
           MOVE SPACES TO LS-EXPRESSAO-LOG.
           STRING "IMP " LS-IMP-CODIGO
                  " AL " FUNCTION TRIM(LS-S-IMP-ALIQUOTA)
                  " RD " FUNCTION TRIM(LS-S-IMP-REDUCAO)
                  " VG " LS-IMP-VIGENCIA
                  " BASE " FUNCTION TRIM(LS-S-IMP-BASE)
              DELIMITED BY SIZE INTO LS-EXPRESSAO-LOG.
           EXIT.
      ******************************************************************
      * BASE DO IMPOSTO DO REGISTRO LIDO: A BASE LARGA DO REGISTRO DE  *
      * IMPOSTO QUANDO PREENCHIDA, SENAO LT-VLR-1; FORA DA OPERACAO    *
      * "I", ZERO                                                      *
      ******************************************************************
       265-BASE-IMPOSTO                SECTION.
           MOVE ZERO TO LS-IMP-BASE.
           MOVE ZERO TO LT-R-BASE.
           IF LT-OPERACAO NOT = "I"
              EXIT SECTION
           END-IF
           IF LT-I-BASE IS NUMERIC
              MOVE LT-I-BASE TO LS-IMP-BASE
           ELSE
              MOVE LT-VLR-1 TO LS-IMP-BASE
           END-IF
           IF LS-IMP-BASE > ZERO
              MOVE LS-IMP-BASE TO LT-R-BASE
           END-IF.
           EXIT.
      ******************************************************************
      * ACUMULA O RESULTADO DO DETALHE NO SUBTOTAL DO DEPARTAMENTO     *
      * REMETENTE (DEPARTAMENTO EM BRANCO FORMA GRUPO PROPRIO)         *
      ******************************************************************
              MOVE "E"    TO LT-R-TIPO
              MOVE SPACE  TO LT-R-OPERACAO
              MOVE ZERO   TO LT-R-VLR-1
              MOVE ZERO   TO LT-R-BASE
              MOVE ZERO   TO LT-R-VLR-2
              MOVE TB-DEPTO-ACUM(AC-DI) TO LT-R-RESULTADO
              MOVE "DEP " TO LT-R-STATUS
           MOVE FUNCTION CURRENT-DATE TO LS-DATA-HORA-SISTEMA.
           MOVE LS-OPERACAO-NOME     TO CL-OPERACAO.
           MOVE LT-R-VLR-1           TO CL-VLR-1.
           IF LT-R-OPERACAO = "I"
              IF LT-R-BASE > 9999.99
                 MOVE ZERO           TO CL-VLR-1
              ELSE
                 MOVE LT-R-BASE      TO CL-VLR-1
              END-IF
           END-IF.
           MOVE LT-R-VLR-2           TO CL-VLR-2.
           MOVE LT-R-RESULTADO       TO CL-RESULTADO.
           MOVE LS-DATA-HORA-SISTEMA(1:8) TO CL-DATA.
           MOVE "X"         TO LT-R-TIPO.
           MOVE SPACE       TO LT-R-OPERACAO.
           MOVE ZERO        TO LT-R-VLR-1.
           MOVE ZERO        TO LT-R-BASE.
           MOVE ZERO        TO LT-R-VLR-2.
           MOVE LT-X-DEPTO  TO LT-R-DEPTO.
           MOVE "EXPRESSAO" TO LS-OPERACAO-NOME.
           MOVE "S"          TO LT-R-TIPO.
           MOVE SPACE        TO LT-R-OPERACAO.
           MOVE ZERO         TO LT-R-VLR-1.
           MOVE ZERO         TO LT-R-BASE.
           MOVE ZERO         TO LT-R-VLR-2.
           MOVE LS-ACUMULADO TO LT-R-RESULTADO.
           MOVE "SUB "       TO LT-R-STATUS.
           MOVE "T"          TO LT-R-TIPO.
           MOVE SPACE        TO LT-R-OPERACAO.
           MOVE ZERO         TO LT-R-VLR-1.
           MOVE ZERO         TO LT-R-BASE.
           MOVE ZERO         TO LT-R-VLR-2.
           MOVE LS-ACUMULADO TO LT-R-RESULTADO.
           MOVE "TOT "       TO LT-R-STATUS.
