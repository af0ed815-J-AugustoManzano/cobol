       IDENTIFICATION DIVISION.
       PROGRAM-ID. C0502CXA.
      *
      * Conferencia da gaveta de caixa no fechamento do plantao: o
      * resumo do plantao (CAP05AP07) imprime o que a calculadora
      * registrou, mas nada confrontava isso com o dinheiro da gaveta.
      *  "A" - chamado pelo C0502MEN logo apos a identificacao do
      *        operador: se o operador nao tem caixa aberto, pede o
      *        fundo de troco da abertura e grava o caixa em
      *        CAIXAABR.DAT (operador, data/hora, fundo);
      *  "M" - menu do caixa: [F] fecha o caixa do operador e
      *        [H] consulta o historico de conferencias dele.
      * No fechamento o operador conta a gaveta por cedula e moeda; o
      * esperado e o fundo mais os recibos emitidos desde a abertura
      * (CALCLOG.DAT, CL-RECIBO diferente de zero, sem os recibos
      * anulados por ESTORNO do C0502ANU). O log da calculadora nao
      * traz operador, entao vale tudo o que o log do posto registrou
      * desde a abertura - um caixa por posto, como e o balcao hoje.
      * A diferenca (sobra ou falta) sai num termo de conferencia
      * anexado a CAIXA.LST com as assinaturas do operador e do
      * supervisor - um coordenador (papel "C" em OPERREG.DAT) que se
      * autentica no ato; sem ele o caixa continua aberto. Cada
      * conferencia vai para o historico CAIXAHIS.DAT, e uma diferenca
      * acima da tolerancia CAIXA-TOLER de SYSCFG.DAT (centavos)
      * entra como alerta CAIXADIFER na fila ALERTAS.DAT que o
      * MENUGERAL mostra aos coordenadores. Em sessao de treinamento
      * os arquivos passam por ARQNOME, como no C0502SAI.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAIXA-ABR-FILE ASSIGN TO DYNAMIC LS-NOME-ABERTOS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-ABR-STATUS.
           SELECT CAIXA-HIS-FILE ASSIGN TO DYNAMIC LS-NOME-HISTORICO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-HIS-STATUS.
           SELECT CALC-LOG-FILE ASSIGN TO DYNAMIC LS-NOME-CALCLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-LOG-STATUS.
           SELECT OPERREG-FILE ASSIGN TO "OPERREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-REG-STATUS.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-ALE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAIXA-ABR-FILE.
      * Caixa aberto: um registro por operador com gaveta em uso.
       01  CA-REGISTRO.
           05  CA-OPERADOR     PIC X(12).
           05  CA-DATA         PIC 9(8).
           05  CA-HORA         PIC 9(6).
           05  CA-FUNDO        PIC 9(7)V99.
       FD  CAIXA-HIS-FILE.
      * Uma conferencia de caixa encerrada.
       01  CH-REGISTRO.
           05  CH-OPERADOR     PIC X(12).
           05  CH-DATA-ABERT   PIC 9(8).
           05  CH-HORA-ABERT   PIC 9(6).
           05  CH-DATA-FECH    PIC 9(8).
           05  CH-HORA-FECH    PIC 9(6).
           05  CH-FUNDO        PIC 9(7)V99.
           05  CH-QTDE-RECIBOS PIC 9(5).
           05  CH-RECEBIDO     PIC S9(9)V99.
           05  CH-CONTADO      PIC 9(9)V99.
           05  CH-DIFERENCA    PIC S9(9)V99.
           05  CH-SUPERVISOR   PIC X(8).
           05  CH-ALERTA       PIC X.
       FD  CALC-LOG-FILE.
       COPY "calclog.cpy".
       FD  OPERREG-FILE.
       COPY "operreg.cpy".
       FD  ALERTAS-FILE.
       01  AT-REGISTRO.
           05  AT-DATA         PIC 9(8).
           05  AT-HORA         PIC 9(6).
           05  AT-REGRA        PIC X(12).
           05  AT-DETALHE      PIC X(30).
           05  AT-SITUACAO     PIC X.
           05  AT-RECONHECEDOR PIC X(12).
           05  AT-DATA-RECON   PIC 9(8).
           05  AT-HORA-RECON   PIC 9(6).
       LOCAL-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-CAIXAS VALUE 200.
       78  LIMITE-RECIBOS VALUE 2000.
       78  QTDE-ESPECIES VALUE 12.
      *    Cedulas e moedas: valor em centavos e descricao.
       01  TB-ESPECIES.
           05  FILLER PIC X(20) VALUE "20000CEDULA 200,00".
           05  FILLER PIC X(20) VALUE "10000CEDULA 100,00".
           05  FILLER PIC X(20) VALUE "05000CEDULA  50,00".
           05  FILLER PIC X(20) VALUE "02000CEDULA  20,00".
           05  FILLER PIC X(20) VALUE "01000CEDULA  10,00".
           05  FILLER PIC X(20) VALUE "00500CEDULA   5,00".
           05  FILLER PIC X(20) VALUE "00200CEDULA   2,00".
           05  FILLER PIC X(20) VALUE "00100MOEDA    1,00".
           05  FILLER PIC X(20) VALUE "00050MOEDA    0,50".
           05  FILLER PIC X(20) VALUE "00025MOEDA    0,25".
           05  FILLER PIC X(20) VALUE "00010MOEDA    0,10".
           05  FILLER PIC X(20) VALUE "00005MOEDA    0,05".
       01  TB-ESPECIES-R REDEFINES TB-ESPECIES.
           05  TB-ESPECIE OCCURS QTDE-ESPECIES TIMES.
               10  TB-ESP-CENTAVOS PIC 9(5).
               10  TB-ESP-NOME     PIC X(15).
       01  TB-CONTAGEM.
           05  TB-CNT-QTDE PIC 9(5) OCCURS QTDE-ESPECIES TIMES.
       01  TB-ABERTOS.
           05  TB-ABR-REG PIC X(35) OCCURS LIMITE-CAIXAS TIMES.
       77  LS-QTDE-ABERTOS     PIC 9(3) VALUE ZERO.
       01  TB-RECIBOS.
           05  TB-RECIBO-ENTRADA OCCURS LIMITE-RECIBOS TIMES.
               10  TB-REC-NUMERO   PIC 9(6).
               10  TB-REC-VALOR    PIC S9(8)V9999.
       77  LS-QTDE-RECIBOS     PIC 9(4) VALUE ZERO.
       01  TB-ANULADOS.
           05  TB-ANU-RECIBO PIC 9(6) OCCURS LIMITE-RECIBOS TIMES.
       77  LS-QTDE-ANULADOS    PIC 9(4) VALUE ZERO.
       77  AC-CI               PIC 9(4).
       77  AC-AN               PIC 9(4).
       77  LS-ABR-STATUS       PIC XX.
       77  LS-HIS-STATUS       PIC XX.
       77  LS-LOG-STATUS       PIC XX.
       77  LS-REG-STATUS       PIC XX.
       77  LS-ALE-STATUS       PIC XX.
       77  LS-NOME-ABERTOS     PIC X(30).
       77  LS-NOME-HISTORICO   PIC X(30).
       77  LS-NOME-CALCLOG     PIC X(30).
       77  LS-FIM-ARQUIVO      PIC X VALUE "N".
           88 LS-FIM-OK        VALUE "S".
       77  LS-OPCAO            PIC X.
       77  LS-OPERADOR         PIC X(12).
       77  LS-ACHOU            PIC X.
       77  LS-ANULADO          PIC X.
       01  LS-CAIXA.
           05  LS-CX-OPERADOR  PIC X(12).
           05  LS-CX-DATA      PIC 9(8).
           05  LS-CX-HORA      PIC 9(6).
           05  LS-CX-FUNDO     PIC 9(7)V99.
       01  LS-CARIMBO-ABERT.
           05  LS-CA-DATA      PIC 9(8).
           05  LS-CA-HORA      PIC 9(6).
       01  LS-CARIMBO-LOG.
           05  LS-CL-DATA      PIC 9(8).
           05  LS-CL-HORA      PIC 9(6).
       77  LS-FUNDO            PIC 9(7)V99.
       77  LS-RECEBIDO         PIC S9(9)V99.
       77  LS-ESPERADO         PIC S9(9)V99.
       77  LS-CONTADO          PIC 9(9)V99.
       77  LS-DIFERENCA        PIC S9(9)V99.
       77  LS-DIF-ABS          PIC 9(9)V99.
       77  LS-QTDE-VALIDOS     PIC 9(5).
       77  LS-TOLERANCIA       PIC 9(7)V99.
       77  LS-CFG-CHAVE        PIC X(12).
       77  LS-CFG-VALOR        PIC X(30).
       77  LS-ALERTA           PIC X.
       77  LS-SUPERVISOR       PIC X(8).
       77  LS-AUTORIZADO       PIC X.
       77  LS-ID-ENTRADA       PIC X(8).
       77  LS-SENHA-ENTRADA    PIC X(8).
       77  LS-SENHA-HASH       PIC X(8).
       77  LS-SENHA-OK         PIC X.
       77  LS-DATA-HORA-SISTEMA PIC X(20).
       77  LS-S-VALOR          PIC -(9)9.99.
       77  LS-S-VALOR-2        PIC -(9)9.99.
       77  LS-S-QTDE           PIC ZZZZ9.
       77  LS-IMP-TEXTO        PIC X(132).
       77  LS-IMP-TOTAL        PIC 9(6) VALUE ZERO.
       77  LS-PROGRAMA         PIC X(8) VALUE "C0502CXA".
       77  LS-RESULTADO        PIC X(20).
       LINKAGE SECTION.
       77  LK-OPCAO            PIC X.
       PROCEDURE DIVISION USING LK-OPCAO.
       PROG-PRINCIPAL-PARA.
           MOVE "CAIXAABR.DAT" TO LS-NOME-ABERTOS.
           CALL "ARQNOME" USING LS-NOME-ABERTOS.
           MOVE "CAIXAHIS.DAT" TO LS-NOME-HISTORICO.
           CALL "ARQNOME" USING LS-NOME-HISTORICO.
           MOVE "CALCLOG.DAT" TO LS-NOME-CALCLOG.
           CALL "ARQNOME" USING LS-NOME-CALCLOG.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE LS-OPERADOR.
           IF LK-OPCAO = "A"
              PERFORM 100-ABRE-CAIXA
              EXIT PROGRAM
           END-IF.
           PERFORM FOREVER
              CALL "SYSTEM" USING "cls"
              DISPLAY "--------------------------"
              DISPLAY "Caixa do Operador"
              DISPLAY "--------------------------"
              DISPLAY CR
              DISPLAY "[F] - Fechar e conferir o caixa"
              DISPLAY "[H] - Historico de conferencias"
              DISPLAY "[V] - Voltar ao menu principal"
              DISPLAY CR
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT LS-OPCAO
              MOVE FUNCTION UPPER-CASE(LS-OPCAO) TO LS-OPCAO
              DISPLAY CR
              EVALUATE LS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "F"
                    PERFORM 300-FECHA-CAIXA
                    CALL "C0502PSA"
                 WHEN "H"
                    PERFORM 900-MOSTRA-HISTORICO
                    CALL "C0502PSA"
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
                    CALL "C0502PSA"
              END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.
      ******************************************************************
      * ABERTURA NA IDENTIFICACAO: FUNDO DE TROCO DO OPERADOR, SE ELE  *
      * AINDA NAO TEM CAIXA ABERTO                                     *
      ******************************************************************
       100-ABRE-CAIXA                  SECTION.
           PERFORM 200-LOCALIZA-CAIXA.
           IF LS-ACHOU = "S"
              MOVE LS-CX-FUNDO TO LS-S-VALOR
              DISPLAY "Caixa aberto desde " LS-CX-DATA(7:2) "/"
                 LS-CX-DATA(5:2) "/" LS-CX-DATA(1:4) " "
                 LS-CX-HORA(1:2) ":" LS-CX-HORA(3:2)
                 " com fundo de " FUNCTION TRIM(LS-S-VALOR) "."
              EXIT SECTION
           END-IF
           DISPLAY "Fundo de troco na abertura do caixa: "
              WITH NO ADVANCING.
           ACCEPT LS-FUNDO.
           MOVE FUNCTION CURRENT-DATE TO LS-DATA-HORA-SISTEMA.
           MOVE LS-OPERADOR TO CA-OPERADOR.
           MOVE LS-DATA-HORA-SISTEMA(1:8) TO CA-DATA.
           MOVE LS-DATA-HORA-SISTEMA(9:6) TO CA-HORA.
           MOVE LS-FUNDO TO CA-FUNDO.
           OPEN EXTEND CAIXA-ABR-FILE.
           IF LS-ABR-STATUS = "35"
              OPEN OUTPUT CAIXA-ABR-FILE
           END-IF
           WRITE CA-REGISTRO.
           CLOSE CAIXA-ABR-FILE.
           MOVE "CAIXA ABERTO" TO LS-RESULTADO.
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           EXIT.
      ******************************************************************
      * CAIXA ABERTO DO OPERADOR DA SESSAO; OS DEMAIS FICAM NA TABELA  *
      * PARA A REGRAVACAO NO FECHAMENTO                                *
      ******************************************************************
       200-LOCALIZA-CAIXA              SECTION.
           MOVE "N" TO LS-ACHOU.
           MOVE ZERO TO LS-QTDE-ABERTOS.
           OPEN INPUT CAIXA-ABR-FILE.
           IF LS-ABR-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ CAIXA-ABR-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF CA-OPERADOR = LS-OPERADOR
                       MOVE "S" TO LS-ACHOU
                       MOVE CA-REGISTRO TO LS-CAIXA
                    ELSE
                       IF LS-QTDE-ABERTOS < LIMITE-CAIXAS
                          ADD 1 TO LS-QTDE-ABERTOS
                          MOVE CA-REGISTRO
                             TO TB-ABR-REG(LS-QTDE-ABERTOS)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CAIXA-ABR-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * FECHAMENTO: CONTAGEM, APURACAO, SUPERVISOR, TERMO, HISTORICO   *
      * E ALERTA                                                       *
      ******************************************************************
       300-FECHA-CAIXA                 SECTION.
           PERFORM 200-LOCALIZA-CAIXA.
           IF LS-ACHOU NOT = "S"
              DISPLAY "Nenhum caixa aberto para " LS-OPERADOR "."
              EXIT SECTION
           END-IF
           PERFORM 400-CONTA-GAVETA.
           PERFORM 500-APURA-RECIBOS.
           COMPUTE LS-ESPERADO = LS-CX-FUNDO + LS-RECEBIDO.
           COMPUTE LS-DIFERENCA = LS-CONTADO - LS-ESPERADO.
           IF LS-DIFERENCA < ZERO
              COMPUTE LS-DIF-ABS = LS-DIFERENCA * -1
           ELSE
              MOVE LS-DIFERENCA TO LS-DIF-ABS
           END-IF
           PERFORM 350-MOSTRA-APURACAO.
           DISPLAY CR.
           DISPLAY "Conferencia assinada pelo supervisor.".
           PERFORM 450-AUTENTICA-SUPERVISOR.
           IF LS-AUTORIZADO NOT = "S"
              DISPLAY "Supervisor nao autenticado; o caixa continua "
                 "aberto."
              MOVE "CAIXA S/SUPERVISOR" TO LS-RESULTADO
              CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO
              EXIT SECTION
           END-IF
           MOVE "CAIXA-TOLER" TO LS-CFG-CHAVE.
           CALL "SYSCFG" USING LS-CFG-CHAVE, LS-CFG-VALOR.
           IF LS-CFG-VALOR(1:6) IS NUMERIC
              COMPUTE LS-TOLERANCIA =
                 FUNCTION NUMVAL(LS-CFG-VALOR(1:6)) / 100
           ELSE
              MOVE 5 TO LS-TOLERANCIA
           END-IF
           MOVE "N" TO LS-ALERTA.
           IF LS-DIF-ABS > LS-TOLERANCIA
              MOVE "S" TO LS-ALERTA
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LS-DATA-HORA-SISTEMA.
           PERFORM 600-IMPRIME-TERMO.
           PERFORM 700-GRAVA-HISTORICO.
           IF LS-ALERTA = "S"
              PERFORM 750-GRAVA-ALERTA
           END-IF
           OPEN OUTPUT CAIXA-ABR-FILE.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-ABERTOS
              MOVE TB-ABR-REG(AC-CI) TO CA-REGISTRO
              WRITE CA-REGISTRO
           END-PERFORM.
           CLOSE CAIXA-ABR-FILE.
           IF LS-ALERTA = "S"
              MOVE "CAIXA C/DIFERENCA" TO LS-RESULTADO
              DISPLAY "Diferenca acima da tolerancia; alerta gravado "
                 "para a coordenacao."
           ELSE
              MOVE "CAIXA FECHADO" TO LS-RESULTADO
           END-IF
           CALL "AUDITLOG" USING LS-PROGRAMA, LS-RESULTADO.
           DISPLAY "Caixa fechado; termo de conferencia em CAIXA.LST.".
           EXIT.
      ******************************************************************
      * RESUMO DA APURACAO NA TELA                                     *
      ******************************************************************
       350-MOSTRA-APURACAO             SECTION.
           DISPLAY CR.
           MOVE LS-CX-FUNDO TO LS-S-VALOR.
           DISPLAY "Fundo de troco ........: " LS-S-VALOR.
           MOVE LS-QTDE-VALIDOS TO LS-S-QTDE.
           MOVE LS-RECEBIDO TO LS-S-VALOR.
           DISPLAY "Recibos do plantao ....: " LS-S-VALOR
              " (" FUNCTION TRIM(LS-S-QTDE) " recibo(s))".
           MOVE LS-ESPERADO TO LS-S-VALOR.
           DISPLAY "Esperado na gaveta ....: " LS-S-VALOR.
           MOVE LS-CONTADO TO LS-S-VALOR.
           DISPLAY "Contado na gaveta .....: " LS-S-VALOR.
           MOVE LS-DIFERENCA TO LS-S-VALOR.
           IF LS-DIFERENCA > ZERO
              DISPLAY "Sobra .................: " LS-S-VALOR
           ELSE
              IF LS-DIFERENCA < ZERO
                 DISPLAY "Falta .................: " LS-S-VALOR
              ELSE
                 DISPLAY "Caixa confere, sem diferenca."
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * CONTAGEM DA GAVETA POR CEDULA E MOEDA                          *
      ******************************************************************
       400-CONTA-GAVETA                SECTION.
           MOVE ZERO TO LS-CONTADO.
           DISPLAY "Contagem da gaveta - informe a quantidade de cada "
              "cedula e moeda:".
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > QTDE-ESPECIES
              DISPLAY "  " TB-ESP-NOME(AC-CI) ": " WITH NO ADVANCING
              ACCEPT TB-CNT-QTDE(AC-CI)
              COMPUTE LS-CONTADO = LS-CONTADO +
                 TB-CNT-QTDE(AC-CI) * TB-ESP-CENTAVOS(AC-CI) / 100
           END-PERFORM.
           EXIT.
      ******************************************************************
      * REAUTENTICACAO DO SUPERVISOR (COORDENADOR) CONTRA OPERREG.DAT; *
      * REGISTRO DE OPERADORES AUSENTE (BOOTSTRAP) LIBERA              *
      ******************************************************************
       450-AUTENTICA-SUPERVISOR        SECTION.
           MOVE "N" TO LS-AUTORIZADO.
           MOVE SPACES TO LS-SUPERVISOR.
           OPEN INPUT OPERREG-FILE.
           IF LS-REG-STATUS NOT = "00"
              DISPLAY "Registro de operadores ainda vazio; conferencia"
                 " tratada como supervisionada (bootstrap)."
              MOVE "BOOTSTRP" TO LS-SUPERVISOR
              MOVE "S" TO LS-AUTORIZADO
              EXIT SECTION
           END-IF
           DISPLAY "Id do supervisor: " WITH NO ADVANCING.
           ACCEPT LS-ID-ENTRADA.
           MOVE FUNCTION UPPER-CASE(LS-ID-ENTRADA) TO LS-ID-ENTRADA.
           DISPLAY "Senha ..........: " WITH NO ADVANCING.
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
                       MOVE OP-ID TO LS-SUPERVISOR
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERREG-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * RECIBOS DESDE A ABERTURA, SEM OS ANULADOS POR ESTORNO          *
      ******************************************************************
       500-APURA-RECIBOS               SECTION.
           MOVE ZERO TO LS-QTDE-RECIBOS.
           MOVE ZERO TO LS-QTDE-ANULADOS.
           MOVE ZERO TO LS-QTDE-VALIDOS.
           MOVE ZERO TO LS-RECEBIDO.
           MOVE LS-CX-DATA TO LS-CA-DATA.
           MOVE LS-CX-HORA TO LS-CA-HORA.
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
                    PERFORM 550-GUARDA-RECIBO
              END-READ
           END-PERFORM.
           CLOSE CALC-LOG-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > LS-QTDE-RECIBOS
              MOVE "N" TO LS-ANULADO
              PERFORM VARYING AC-AN FROM 1 BY 1
                      UNTIL AC-AN > LS-QTDE-ANULADOS
                 IF TB-ANU-RECIBO(AC-AN) = TB-REC-NUMERO(AC-CI)
                    MOVE "S" TO LS-ANULADO
                 END-IF
              END-PERFORM
              IF LS-ANULADO = "N"
                 ADD 1 TO LS-QTDE-VALIDOS
                 ADD TB-REC-VALOR(AC-CI) TO LS-RECEBIDO
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * UM REGISTRO DO LOG: RECIBO EMITIDO DESDE A ABERTURA OU ESTORNO *
      ******************************************************************
       550-GUARDA-RECIBO               SECTION.
           IF CL-RECIBO IS NOT NUMERIC OR CL-RECIBO = ZERO
              EXIT SECTION
           END-IF
           IF CL-OPERACAO = "ESTORNO"
              IF LS-QTDE-ANULADOS < LIMITE-RECIBOS
                 ADD 1 TO LS-QTDE-ANULADOS
                 MOVE CL-RECIBO TO TB-ANU-RECIBO(LS-QTDE-ANULADOS)
              END-IF
              EXIT SECTION
           END-IF
           MOVE CL-DATA TO LS-CL-DATA.
           MOVE CL-HORA TO LS-CL-HORA.
           IF LS-CARIMBO-LOG < LS-CARIMBO-ABERT
              EXIT SECTION
           END-IF
           IF LS-QTDE-RECIBOS < LIMITE-RECIBOS
              ADD 1 TO LS-QTDE-RECIBOS
              MOVE CL-RECIBO TO TB-REC-NUMERO(LS-QTDE-RECIBOS)
              MOVE CL-RESULTADO TO TB-REC-VALOR(LS-QTDE-RECIBOS)
           ELSE
              DISPLAY "Tabela de recibos cheia; recibo " CL-RECIBO
                 " fora da apuracao."
           END-IF.
           EXIT.
      ******************************************************************
      * TERMO DE CONFERENCIA (SOBRA/FALTA) ANEXADO A CAIXA.LST, COM AS *
      * ASSINATURAS DO OPERADOR E DO SUPERVISOR                        *
      ******************************************************************
       600-IMPRIME-TERMO               SECTION.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "CAIXA.LST     " "TERMO DE CONFERENCIA DE CAIXA"
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "E",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "OPERADOR ....: " LS-OPERADOR
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "ABERTURA ....: " LS-CX-DATA(7:2) "/"
                  LS-CX-DATA(5:2) "/" LS-CX-DATA(1:4) " "
                  LS-CX-HORA(1:2) ":" LS-CX-HORA(3:2)
                  "   FECHAMENTO: " LS-DATA-HORA-SISTEMA(7:2) "/"
                  LS-DATA-HORA-SISTEMA(5:2) "/"
                  LS-DATA-HORA-SISTEMA(1:4) " "
                  LS-DATA-HORA-SISTEMA(9:2) ":"
                  LS-DATA-HORA-SISTEMA(11:2)
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE "ESPECIE             QTDE          VALOR"
              TO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > QTDE-ESPECIES
              IF TB-CNT-QTDE(AC-CI) NOT = ZERO
                 MOVE TB-CNT-QTDE(AC-CI) TO LS-S-QTDE
                 COMPUTE LS-S-VALOR = TB-CNT-QTDE(AC-CI) *
                    TB-ESP-CENTAVOS(AC-CI) / 100
                 MOVE SPACES TO LS-IMP-TEXTO
                 STRING TB-ESP-NOME(AC-CI) "   " LS-S-QTDE " "
                        LS-S-VALOR
                    DELIMITED BY SIZE INTO LS-IMP-TEXTO
                 CALL "IMPRIME" USING BY CONTENT "L",
                    BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL
              END-IF
           END-PERFORM.
           MOVE SPACES TO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE LS-CX-FUNDO TO LS-S-VALOR.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "FUNDO DE TROCO ..............: " LS-S-VALOR
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE LS-RECEBIDO TO LS-S-VALOR.
           MOVE LS-QTDE-VALIDOS TO LS-S-QTDE.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "RECIBOS DO PLANTAO ..........: " LS-S-VALOR
                  "  (" FUNCTION TRIM(LS-S-QTDE) " RECIBOS, SEM OS "
                  "ANULADOS)"
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE LS-ESPERADO TO LS-S-VALOR.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "ESPERADO NA GAVETA ..........: " LS-S-VALOR
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE LS-CONTADO TO LS-S-VALOR.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "CONTADO NA GAVETA ...........: " LS-S-VALOR
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE LS-DIFERENCA TO LS-S-VALOR.
           MOVE LS-TOLERANCIA TO LS-S-VALOR-2.
           MOVE SPACES TO LS-IMP-TEXTO.
           EVALUATE TRUE
              WHEN LS-DIFERENCA > ZERO
                 STRING "SOBRA .......................: " LS-S-VALOR
                    DELIMITED BY SIZE INTO LS-IMP-TEXTO
              WHEN LS-DIFERENCA < ZERO
                 STRING "FALTA .......................: " LS-S-VALOR
                    DELIMITED BY SIZE INTO LS-IMP-TEXTO
              WHEN OTHER
                 MOVE "CAIXA CONFERE, SEM DIFERENCA" TO LS-IMP-TEXTO
           END-EVALUATE.
           IF LS-ALERTA = "S"
              STRING "   ACIMA DA TOLERANCIA DE "
                     FUNCTION TRIM(LS-S-VALOR-2)
                 DELIMITED BY SIZE INTO LS-IMP-TEXTO(45:60)
           END-IF
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "______________________________    "
                  "______________________________"
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           STRING "OPERADOR " LS-OPERADOR "             "
                  "SUPERVISOR " LS-SUPERVISOR
              DELIMITED BY SIZE INTO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "L",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           MOVE 1 TO LS-IMP-TOTAL.
           MOVE SPACES TO LS-IMP-TEXTO.
           CALL "IMPRIME" USING BY CONTENT "F",
              BY REFERENCE LS-IMP-TEXTO, LS-IMP-TOTAL.
           EXIT.
      ******************************************************************
      * CONFERENCIA ENCERRADA NO HISTORICO POR OPERADOR                *
      ******************************************************************
       700-GRAVA-HISTORICO             SECTION.
           MOVE LS-OPERADOR TO CH-OPERADOR.
           MOVE LS-CX-DATA TO CH-DATA-ABERT.
           MOVE LS-CX-HORA TO CH-HORA-ABERT.
           MOVE LS-DATA-HORA-SISTEMA(1:8) TO CH-DATA-FECH.
           MOVE LS-DATA-HORA-SISTEMA(9:6) TO CH-HORA-FECH.
           MOVE LS-CX-FUNDO TO CH-FUNDO.
           MOVE LS-QTDE-VALIDOS TO CH-QTDE-RECIBOS.
           MOVE LS-RECEBIDO TO CH-RECEBIDO.
           MOVE LS-CONTADO TO CH-CONTADO.
           MOVE LS-DIFERENCA TO CH-DIFERENCA.
           MOVE LS-SUPERVISOR TO CH-SUPERVISOR.
           MOVE LS-ALERTA TO CH-ALERTA.
           OPEN EXTEND CAIXA-HIS-FILE.
           IF LS-HIS-STATUS = "35"
              OPEN OUTPUT CAIXA-HIS-FILE
           END-IF
           WRITE CH-REGISTRO.
           CLOSE CAIXA-HIS-FILE.
           EXIT.
      ******************************************************************
      * DIFERENCA ACIMA DA TOLERANCIA: ALERTA PENDENTE NA FILA         *
      ******************************************************************
       750-GRAVA-ALERTA                SECTION.
           MOVE LS-DATA-HORA-SISTEMA(1:8) TO AT-DATA.
           MOVE LS-DATA-HORA-SISTEMA(9:6) TO AT-HORA.
           MOVE "CAIXADIFER" TO AT-REGRA.
           MOVE LS-DIFERENCA TO LS-S-VALOR.
           MOVE SPACES TO AT-DETALHE.
           STRING FUNCTION TRIM(LS-OPERADOR) " "
                  FUNCTION TRIM(LS-S-VALOR)
              DELIMITED BY SIZE INTO AT-DETALHE.
           MOVE "P" TO AT-SITUACAO.
           MOVE SPACES TO AT-RECONHECEDOR.
           MOVE ZERO TO AT-DATA-RECON AT-HORA-RECON.
           OPEN EXTEND ALERTAS-FILE.
           IF LS-ALE-STATUS = "35"
              OPEN OUTPUT ALERTAS-FILE
           END-IF
           WRITE AT-REGISTRO.
           CLOSE ALERTAS-FILE.
           EXIT.
      ******************************************************************
      * HISTORICO DE CONFERENCIAS DO OPERADOR DA SESSAO                *
      ******************************************************************
       900-MOSTRA-HISTORICO            SECTION.
           OPEN INPUT CAIXA-HIS-FILE.
           IF LS-HIS-STATUS NOT = "00"
              DISPLAY "Nenhuma conferencia de caixa registrada."
              EXIT SECTION
           END-IF
           DISPLAY "Conferencias de " LS-OPERADOR ":".
           DISPLAY "FECHAMENTO         ESPERADO        CONTADO"
              "      DIFERENCA SUPERV.".
           MOVE ZERO TO AC-CI.
           MOVE "N" TO LS-FIM-ARQUIVO.
           PERFORM UNTIL LS-FIM-OK
              READ CAIXA-HIS-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF CH-OPERADOR = LS-OPERADOR
                       ADD 1 TO AC-CI
                       COMPUTE LS-S-VALOR = CH-FUNDO + CH-RECEBIDO
                       MOVE CH-CONTADO TO LS-S-VALOR-2
                       DISPLAY CH-DATA-FECH(7:2) "/" CH-DATA-FECH(5:2)
                          "/" CH-DATA-FECH(1:4) " "
                          CH-HORA-FECH(1:2) ":" CH-HORA-FECH(3:2)
                          LS-S-VALOR LS-S-VALOR-2 WITH NO ADVANCING
                       MOVE CH-DIFERENCA TO LS-S-VALOR
                       DISPLAY LS-S-VALOR " " CH-SUPERVISOR
                          WITH NO ADVANCING
                       IF CH-ALERTA = "S"
                          DISPLAY " *"
                       ELSE
                          DISPLAY " "
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CAIXA-HIS-FILE.
           MOVE "N" TO LS-FIM-ARQUIVO.
           IF AC-CI = ZERO
              DISPLAY "Nenhuma conferencia deste operador."
           END-IF.
           EXIT.
