       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEENV.
      *
      * Conferencia do envelope de remessa do arquivo de pendencias do
      * lote da calculadora, chamada pelo C0502BAT antes de qualquer
      * processamento, no mesmo espirito do LOTEJAN: o chamador
      * pergunta se o arquivo pode seguir e recebe "S" ou "N" com o
      * motivo. Um arquivo truncado no caminho, ou o mesmo arquivo
      * reenviado com outro nome, passava batido pelo lote a menos
      * que os ids de requisicao se repetissem.
      *
      * Para cada remessa (cabecalho "C" ... rodape "R", layout
      * lotein.cpy) a quantidade de registros e o total de hash sao
      * recontados e casados com o rodape; rodape divergente, rodape
      * sem cabecalho ou cabecalho sem rodape (arquivo cortado) recusam
      * o arquivo inteiro. A numeracao das remessas de cada
      * departamento e conferida contra a ultima aceita, guardada em
      * LOTEREM.DAT: um numero ja recebido (remessa repetida) recusa o
      * arquivo; um salto (remessa faltando) e apenas avisado, pois o
      * que falta e outra transmissao - o motivo devolvido com "S" leva
      * o aviso para o chamador exibir. O primeiro numero recebido de
      * um departamento abre a sua sequencia.
      *
      * O override do operador (LK-OVERRIDE = "S", o mesmo do
      * C0502BAT) deixa passar a remessa repetida, para a reexecucao
      * de um lote interrompido; a protecao por id de requisicao do
      * C0502LOT continua valendo. Rodape divergente nunca e liberado.
      *
      * Registros fora de envelope sao aceitos, salvo com a chave
      * EXIGE-ENVEL de SYSCFG em "S". Cada remessa e cada anomalia
      * saem em LOTEENV.LST; so um arquivo aceito atualiza a ultima
      * remessa de cada departamento em LOTEREM.DAT, para um arquivo
      * recusado poder ser reenviado com os mesmos numeros. Mais
      * departamentos do que a tabela comporta (em LOTEREM.DAT ou
      * novos no arquivo) recusam o arquivo sem regravar LOTEREM.DAT,
      * para a ultima remessa dos demais nao se perder.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTE-ENTRADA-FILE ASSIGN TO DYNAMIC
              LS-NOME-LOTEIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-ENTRADA-STATUS.
           SELECT LOTE-REM-FILE ASSIGN TO "LOTEREM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-REM-STATUS.
           SELECT LOTE-ENV-LST-FILE ASSIGN TO "LOTEENV.LST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-LST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTE-ENTRADA-FILE.
       COPY "lotein.cpy".
       FD  LOTE-REM-FILE.
      * Ultima remessa aceita de cada departamento.
       01  RM-REGISTRO.
           05  RM-DEPTO        PIC X(4).
           05  RM-ULTIMA       PIC 9(6).
           05  RM-DATA         PIC 9(8).
       FD  LOTE-ENV-LST-FILE.
       01  EL-LINHA            PIC X(80).
       LOCAL-STORAGE SECTION.
       78  LIMITE-DEPTOS VALUE 200.
       01  TB-REMESSAS.
           05  TB-REM-ENTRADA OCCURS LIMITE-DEPTOS TIMES.
               10  TB-REM-DEPTO    PIC X(4).
               10  TB-REM-ULTIMA   PIC 9(6).
               10  TB-REM-DATA     PIC 9(8).
       77  LS-QTDE-DEPTOS      PIC 9(3) VALUE ZERO.
       77  AC-DI               PIC 9(3).
       77  LS-POSICAO          PIC 9(3).
       77  LS-ENTRADA-STATUS   PIC XX.
       77  LS-REM-STATUS       PIC XX.
       77  LS-LST-STATUS       PIC XX.
       77  LS-FIM-ARQUIVO      PIC X VALUE "N".
           88 LS-FIM-OK        VALUE "S".
       77  LS-NOME-LOTEIN      PIC X(30).
       77  LS-CFG-CHAVE        PIC X(12).
       77  LS-CFG-VALOR        PIC X(30).
       77  LS-EXIGE-ENVELOPE   PIC X VALUE "N".
       77  LS-DENTRO           PIC X VALUE "N".
       77  LS-REM-DEPTO        PIC X(4).
       77  LS-REM-NUMERO       PIC 9(6).
       77  LS-REM-DATA         PIC 9(8).
       77  LS-REM-QTDE         PIC 9(6).
       77  LS-REM-HASH         PIC 9(12).
       77  LS-SITUACAO         PIC X(40).
       77  LS-TOTAL-REMESSAS   PIC 9(6) VALUE ZERO.
       77  LS-TOTAL-SOLTOS     PIC 9(6) VALUE ZERO.
       77  LS-TOTAL-LACUNAS    PIC 9(6) VALUE ZERO.
       77  LS-RECUSA           PIC X VALUE "N".
       77  LS-TRANSBORDO       PIC X VALUE "N".
       77  LS-MOTIVO-RECUSA    PIC X(40) VALUE SPACES.
       77  LS-FALTA-DE         PIC 9(6).
       77  LS-FALTA-ATE        PIC 9(6).
       77  LS-S-QTDE           PIC ZZZZZ9.
       77  LS-S-HASH           PIC Z(11)9.
       77  LS-S-RD-QTDE        PIC ZZZZZ9.
       77  LS-S-RD-HASH        PIC Z(11)9.
       77  LS-PROGRAMA         PIC X(8) VALUE "LOTEENV".
       77  LS-RESULTADO        PIC X(20).
       LINKAGE SECTION.
       77  LK-OVERRIDE         PIC X.
       77  LK-PERMITIDO        PIC X.
       77  LK-MOTIVO           PIC X(40).
       PROCEDURE DIVISION USING LK-OVERRIDE, LK-PERMITIDO, LK-MOTIVO.
       PROG-PRINCIPAL-PARA.
           MOVE "S" TO LK-PERMITIDO.
           MOVE SPACES TO LK-MOTIVO.
           MOVE "ARQ-LOTEIN" TO LS-CFG-CHAVE.
           CALL "SYSCFG" USING LS-CFG-CHAVE, LS-NOME-LOTEIN.
           MOVE "EXIGE-ENVEL" TO LS-CFG-CHAVE.
           CALL "SYSCFG" USING LS-CFG-CHAVE, LS-CFG-VALOR.
           IF LS-CFG-VALOR(1:1) = "S"
              MOVE "S" TO LS-EXIGE-ENVELOPE
           END-IF
           OPEN INPUT LOTE-ENTRADA-FILE.
           IF LS-ENTRADA-STATUS NOT = "00"
              EXIT PROGRAM
           END-IF
           PERFORM 100-CARREGA-REMESSAS.
           OPEN OUTPUT LOTE-ENV-LST-FILE.
           MOVE SPACES TO EL-LINHA.
           STRING "CONFERENCIA DO ENVELOPE DE REMESSA - "
                  FUNCTION TRIM(LS-NOME-LOTEIN)
              DELIMITED BY SIZE INTO EL-LINHA.
           WRITE EL-LINHA.
           MOVE "DEPT REMESSA DATA      QTDE         HASH  SITUACAO"
              TO EL-LINHA.
           WRITE EL-LINHA.
           PERFORM UNTIL LS-FIM-OK
              READ LOTE-ENTRADA-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    EVALUATE LT-TIPO
                       WHEN "C"
                          PERFORM 200-ABRE-REMESSA
                       WHEN "R"
                          PERFORM 300-FECHA-REMESSA
                       WHEN OTHER
                          PERFORM 250-CONTA-REGISTRO
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE LOTE-ENTRADA-FILE.
           IF LS-TRANSBORDO = "S"
              MOVE "LOTEREM.DAT EXCEDE A CAPACIDADE DA TABELA"
                 TO LS-SITUACAO
              MOVE SPACES TO EL-LINHA
              MOVE LS-SITUACAO TO EL-LINHA
              WRITE EL-LINHA
              MOVE SPACES TO LS-REM-DEPTO
              PERFORM 550-MARCA-RECUSA
           END-IF
           IF LS-DENTRO = "S"
              MOVE "SEM RODAPE (TRUNCADO)" TO LS-SITUACAO
              PERFORM 500-LINHA-REMESSA
              PERFORM 550-MARCA-RECUSA
           END-IF
           IF LS-TOTAL-SOLTOS > ZERO
              MOVE LS-TOTAL-SOLTOS TO LS-S-QTDE
              MOVE SPACES TO EL-LINHA
              STRING "REGISTROS FORA DE ENVELOPE: " LS-S-QTDE
                 DELIMITED BY SIZE INTO EL-LINHA
              WRITE EL-LINHA
              IF LS-EXIGE-ENVELOPE = "S"
                 MOVE "REGISTROS FORA DE ENVELOPE DE REMESSA"
                    TO LS-SITUACAO
                 MOVE SPACES TO LS-REM-DEPTO
                 PERFORM 550-MARCA-RECUSA
              END-IF
           END-IF
           MOVE SPACES TO EL-LINHA.
           WRITE EL-LINHA.
           IF LS-RECUSA = "S"
              MOVE "N" TO LK-PERMITIDO
              MOVE LS-MOTIVO-RECUSA TO LK-MOTIVO
              MOVE "ARQUIVO RECUSADO" TO EL-LINHA
              MOVE "ENVELOPE RECUSADO" TO LS-RESULTADO
           ELSE
              PERFORM 600-GRAVA-REMESSAS
              MOVE "ARQUIVO ACEITO" TO EL-LINHA
              MOVE "ENVELOPE OK" TO LS-RESULTADO
              IF LS-TOTAL-LACUNAS > ZERO
                 MOVE "LACUNA NA NUMERACAO; VER LOTEENV.LST"
                    TO LK-MOTIVO
              END-IF
           END-IF
           WRITE EL-LINHA.
           CLOSE LOTE-ENV-LST-FILE.
           IF LS-TOTAL-REMESSAS > ZERO OR LS-RECUSA = "S"
              CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
      * CARGA DA ULTIMA REMESSA ACEITA DE CADA DEPARTAMENTO            *
      ******************************************************************
       100-CARREGA-REMESSAS            SECTION.
           OPEN INPUT LOTE-REM-FILE.
           IF LS-REM-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-REM-STATUS NOT = "00"
              READ LOTE-REM-FILE
                 AT END
                    MOVE "10" TO LS-REM-STATUS
                 NOT AT END
                    IF LS-QTDE-DEPTOS < LIMITE-DEPTOS
                       ADD 1 TO LS-QTDE-DEPTOS
                       MOVE RM-DEPTO TO TB-REM-DEPTO(LS-QTDE-DEPTOS)
                       MOVE RM-ULTIMA TO TB-REM-ULTIMA(LS-QTDE-DEPTOS)
                       MOVE RM-DATA TO TB-REM-DATA(LS-QTDE-DEPTOS)
                    ELSE
                       MOVE "S" TO LS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOTE-REM-FILE.
           EXIT.
      ******************************************************************
      * CABECALHO DE REMESSA: CONFERE A NUMERACAO DO DEPARTAMENTO E    *
      * ZERA OS CONTADORES DO ENVELOPE                                 *
      ******************************************************************
       200-ABRE-REMESSA                SECTION.
           IF LS-DENTRO = "S"
              MOVE "SEM RODAPE (TRUNCADO)" TO LS-SITUACAO
              PERFORM 500-LINHA-REMESSA
              PERFORM 550-MARCA-RECUSA
           END-IF
           MOVE "S" TO LS-DENTRO.
           ADD 1 TO LS-TOTAL-REMESSAS.
           MOVE LT-CB-DEPTO TO LS-REM-DEPTO.
           MOVE ZERO TO LS-REM-NUMERO.
           MOVE ZERO TO LS-REM-DATA.
           IF LT-CB-REMESSA IS NUMERIC
              MOVE LT-CB-REMESSA TO LS-REM-NUMERO
           END-IF
           IF LT-CB-DATA IS NUMERIC
              MOVE LT-CB-DATA TO LS-REM-DATA
           END-IF
           MOVE ZERO TO LS-REM-QTDE.
           MOVE ZERO TO LS-REM-HASH.
           PERFORM 220-CONFERE-NUMERACAO.
           EXIT.
      ******************************************************************
      * NUMERACAO DA REMESSA CONTRA A ULTIMA ACEITA DO DEPARTAMENTO:   *
      * REPETIDA RECUSA (SALVO OVERRIDE), SALTO E SO AVISADO           *
      ******************************************************************
       220-CONFERE-NUMERACAO           SECTION.
           MOVE ZERO TO LS-POSICAO.
           PERFORM VARYING AC-DI FROM 1 BY 1
                   UNTIL AC-DI > LS-QTDE-DEPTOS OR LS-POSICAO > ZERO
              IF TB-REM-DEPTO(AC-DI) = LS-REM-DEPTO
                 MOVE AC-DI TO LS-POSICAO
              END-IF
           END-PERFORM.
           IF LS-REM-NUMERO = ZERO
              MOVE "NUMERO DE REMESSA INVALIDO" TO LS-SITUACAO
              PERFORM 500-LINHA-REMESSA
              PERFORM 550-MARCA-RECUSA
              EXIT SECTION
           END-IF
           IF LS-POSICAO = ZERO
              IF LS-QTDE-DEPTOS < LIMITE-DEPTOS
                 ADD 1 TO LS-QTDE-DEPTOS
                 MOVE LS-QTDE-DEPTOS TO LS-POSICAO
                 MOVE LS-REM-DEPTO TO TB-REM-DEPTO(LS-POSICAO)
                 MOVE LS-REM-NUMERO TO TB-REM-ULTIMA(LS-POSICAO)
                 MOVE LS-REM-DATA TO TB-REM-DATA(LS-POSICAO)
              ELSE
                 MOVE "S" TO LS-TRANSBORDO
              END-IF
              EXIT SECTION
           END-IF
           EVALUATE TRUE
              WHEN LS-REM-NUMERO NOT > TB-REM-ULTIMA(LS-POSICAO)
                 MOVE "REMESSA REPETIDA" TO LS-SITUACAO
                 PERFORM 500-LINHA-REMESSA
                 IF LK-OVERRIDE NOT = "S"
                    PERFORM 550-MARCA-RECUSA
                 END-IF
              WHEN LS-REM-NUMERO > TB-REM-ULTIMA(LS-POSICAO) + 1
                 ADD 1 TO LS-TOTAL-LACUNAS
                 COMPUTE LS-FALTA-DE = TB-REM-ULTIMA(LS-POSICAO) + 1
                 COMPUTE LS-FALTA-ATE = LS-REM-NUMERO - 1
                 MOVE SPACES TO LS-SITUACAO
                 STRING "FALTAM REMESSAS " LS-FALTA-DE " A "
                        LS-FALTA-ATE
                    DELIMITED BY SIZE INTO LS-SITUACAO
                 PERFORM 500-LINHA-REMESSA
                 DISPLAY "Aviso: departamento " LS-REM-DEPTO " - "
                    FUNCTION TRIM(LS-SITUACAO)
           END-EVALUATE.
           IF LS-REM-NUMERO > TB-REM-ULTIMA(LS-POSICAO)
              MOVE LS-REM-NUMERO TO TB-REM-ULTIMA(LS-POSICAO)
              MOVE LS-REM-DATA TO TB-REM-DATA(LS-POSICAO)
           END-IF.
           EXIT.
      ******************************************************************
      * REGISTRO DENTRO DO ENVELOPE ENTRA NA QUANTIDADE E, SE DETALHE, *
      * NO HASH (MESMO CALCULO DA SOMA DE CONFERENCIA DO C0502VRF)     *
      ******************************************************************
       250-CONTA-REGISTRO              SECTION.
           IF LS-DENTRO NOT = "S"
              ADD 1 TO LS-TOTAL-SOLTOS
              EXIT SECTION
           END-IF
           ADD 1 TO LS-REM-QTDE.
           IF LT-TIPO NOT = "S" AND LT-TIPO NOT = "T"
              AND LT-TIPO NOT = "X"
              AND LT-VLR-1 IS NUMERIC AND LT-VLR-2 IS NUMERIC
              COMPUTE LS-REM-HASH = LS-REM-HASH
                 + FUNCTION ABS(LT-VLR-1) * 100
                 + FUNCTION ABS(LT-VLR-2) * 100
              IF LT-OPERACAO = "I" AND LT-I-BASE IS NUMERIC
                 COMPUTE LS-REM-HASH = LS-REM-HASH + LT-I-BASE * 100
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * RODAPE: QUANTIDADE E HASH RECONTADOS CONTRA OS DECLARADOS      *
      ******************************************************************
       300-FECHA-REMESSA               SECTION.
           IF LS-DENTRO NOT = "S"
              MOVE SPACES TO LS-REM-DEPTO
              MOVE ZERO TO LS-REM-NUMERO
              MOVE ZERO TO LS-REM-DATA
              MOVE ZERO TO LS-REM-QTDE
              MOVE ZERO TO LS-REM-HASH
              MOVE "RODAPE SEM CABECALHO" TO LS-SITUACAO
              PERFORM 500-LINHA-REMESSA
              PERFORM 550-MARCA-RECUSA
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-DENTRO.
           IF LT-RD-QTDE IS NUMERIC AND LT-RD-HASH IS NUMERIC
              AND LT-RD-QTDE = LS-REM-QTDE
              AND LT-RD-HASH = LS-REM-HASH
              MOVE "OK" TO LS-SITUACAO
              PERFORM 500-LINHA-REMESSA
           ELSE
              MOVE "RODAPE NAO CONFERE COM A REMESSA" TO LS-SITUACAO
              PERFORM 500-LINHA-REMESSA
              MOVE SPACES TO EL-LINHA
              IF LT-RD-QTDE IS NUMERIC AND LT-RD-HASH IS NUMERIC
                 MOVE LT-RD-QTDE TO LS-S-RD-QTDE
                 MOVE LT-RD-HASH TO LS-S-RD-HASH
                 STRING "                      RODAPE: "
                        LS-S-RD-QTDE " " LS-S-RD-HASH
                    DELIMITED BY SIZE INTO EL-LINHA
              ELSE
                 MOVE "                      RODAPE NAO NUMERICO"
                    TO EL-LINHA
              END-IF
              WRITE EL-LINHA
              PERFORM 550-MARCA-RECUSA
           END-IF.
           EXIT.
      ******************************************************************
      * UMA LINHA DA LISTAGEM POR REMESSA OU ANOMALIA                  *
      ******************************************************************
       500-LINHA-REMESSA               SECTION.
           MOVE LS-REM-QTDE TO LS-S-QTDE.
           MOVE LS-REM-HASH TO LS-S-HASH.
           MOVE SPACES TO EL-LINHA.
           STRING LS-REM-DEPTO " " LS-REM-NUMERO "  " LS-REM-DATA
                  " " LS-S-QTDE " " LS-S-HASH "  "
                  FUNCTION TRIM(LS-SITUACAO)
              DELIMITED BY SIZE INTO EL-LINHA.
           WRITE EL-LINHA.
           EXIT.
      ******************************************************************
      * GUARDA O PRIMEIRO MOTIVO DE RECUSA DO ARQUIVO                  *
      ******************************************************************
       550-MARCA-RECUSA                SECTION.
           IF LS-RECUSA NOT = "S"
              MOVE "S" TO LS-RECUSA
              MOVE SPACES TO LS-MOTIVO-RECUSA
              IF LS-REM-DEPTO = SPACES
                 MOVE LS-SITUACAO TO LS-MOTIVO-RECUSA
              ELSE
                 STRING "REMESSA " FUNCTION TRIM(LS-REM-DEPTO) ": "
                        FUNCTION TRIM(LS-SITUACAO)
                    DELIMITED BY SIZE INTO LS-MOTIVO-RECUSA
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DE LOTEREM.DAT COM A ULTIMA REMESSA DE     *
      * CADA DEPARTAMENTO (SO PARA ARQUIVO ACEITO)                     *
      ******************************************************************
       600-GRAVA-REMESSAS              SECTION.
           IF LS-TOTAL-REMESSAS = ZERO
              EXIT SECTION
           END-IF
           OPEN OUTPUT LOTE-REM-FILE.
           PERFORM VARYING AC-DI FROM 1 BY 1
                   UNTIL AC-DI > LS-QTDE-DEPTOS
              MOVE TB-REM-DEPTO(AC-DI) TO RM-DEPTO
              MOVE TB-REM-ULTIMA(AC-DI) TO RM-ULTIMA
              MOVE TB-REM-DATA(AC-DI) TO RM-DATA
              WRITE RM-REGISTRO
           END-PERFORM.
           CLOSE LOTE-REM-FILE.
           EXIT.
