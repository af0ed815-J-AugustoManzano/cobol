       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP02AP28.
      *
      * Registro de incidentes da operacao (INCIDREG.DAT). O vigia
      * grava o alerta e o driver da cadeia noturna grava o codigo de
      * condicao do passo, mas a investigacao, o dono e a correcao
      * ficavam no e-mail e no caderno da passagem de turno. Aqui o
      * incidente e aberto a partir de um alerta do vigia
      * (ALERTAS.DAT, que fica reconhecido por quem abriu), a mao, ou
      * sozinho pelo driver quando um passo da rede de jobs aborta
      * (CAP02AP04, pelo servico INCIDSVC). Cada incidente tem
      * severidade (1 critica a 4 baixa), responsavel (id de
      * OPERREG.DAT) e situacao aberto/em analise/resolvido; a
      * resolucao exige a categoria de causa raiz e o texto da
      * solucao. Toda mudanca vai para o historico INCIDHIS.DAT, e os
      * alertas e notas do livro de passagem (PASSAGEM.DAT) ligados
      * ao incidente ficam em INCIDLNK.DAT, com o texto copiado. Os
      * incidentes severos (1 e 2) pendentes aparecem no painel da
      * operacao (CAP02AP09); [R] emite o relatorio mensal CAP02AP29.
      * Abertura, mudanca e ligacao vao para AUDITLOG.DAT.
      *
      * O alerta reconhecido na abertura do incidente ganha a data e
      * a hora do reconhecimento (AT-DATA-RECON/AT-HORA-RECON), como
      * no sign-on do MENUGERAL, para o painel mensal de nivel de
      * servico (CAP02AP30).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDREG-FILE ASSIGN TO "INCIDREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INC-STATUS.
           SELECT INCIDHIS-FILE ASSIGN TO "INCIDHIS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIS-STATUS.
           SELECT INCIDLNK-FILE ASSIGN TO "INCIDLNK.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LNK-STATUS.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALE-STATUS.
           SELECT PASSAGEM-FILE ASSIGN TO "PASSAGEM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAS-STATUS.
           SELECT OPERREG-FILE ASSIGN TO "OPERREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDREG-FILE.
       COPY "incidreg.cpy".
       FD  INCIDHIS-FILE.
       COPY "incidhis.cpy".
       FD  INCIDLNK-FILE.
       COPY "incidlnk.cpy".
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
       FD  PASSAGEM-FILE.
       01  PS-REGISTRO.
           05  PS-DATA        PIC 9(8).
           05  PS-HORA        PIC 9(6).
           05  PS-TURNO       PIC X.
           05  PS-OPERADOR    PIC X(12).
           05  PS-REFERENCIA  PIC X(12).
           05  PS-TEXTO       PIC X(60).
           05  PS-SITUACAO    PIC X.
           05  PS-LEITOR      PIC X(12).
           05  PS-LEIT-DATA   PIC 9(8).
       FD  OPERREG-FILE.
       COPY "operreg.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-INCIDENTES VALUE 500.
       78  LIMITE-OPERADORES VALUE 50.
       78  LIMITE-ALERTAS VALUE 100.
       78  LIMITE-ITENS VALUE 50.
       78  QTDE-CATEGORIAS VALUE 6.
       01  WS-TAB-INCIDENTES.
           05  WS-INC-REG PIC X(195) OCCURS LIMITE-INCIDENTES TIMES.
       77  WS-QTDE-INC     PIC 9(3) VALUE ZERO.
       01  WS-TABELA-OPER.
           05  WS-OPER-REG PIC X(43) OCCURS LIMITE-OPERADORES TIMES.
       77  WS-QTDE-OPER    PIC 9(2) VALUE ZERO.
       01  WS-TAB-ALERTAS.
           05  WS-ALE-REG PIC X(83) OCCURS LIMITE-ALERTAS TIMES.
       77  WS-QTDE-ALERTAS PIC 9(3) VALUE ZERO.
       77  WS-ALE-CHEIO    PIC X VALUE "N".
      *    Itens do dia escolhido (alertas ou notas de passagem) que
      *    podem ser ligados a um incidente; WS-ITEM-POS e a posicao
      *    do alerta em WS-TAB-ALERTAS, para o reconhecimento.
       01  WS-TAB-ITENS.
           05  WS-ITEM-LINHA OCCURS LIMITE-ITENS TIMES.
               10  WS-ITEM-CHAVE   PIC X(26).
               10  WS-ITEM-TEXTO   PIC X(60).
               10  WS-ITEM-POS     PIC 9(3).
       77  WS-QTDE-ITENS   PIC 9(2) VALUE ZERO.
      *    Categorias de causa raiz aceitas na resolucao.
       01  WS-TABELA-CATEGORIAS.
           05  FILLER PIC X(8) VALUE "DADOS".
           05  FILLER PIC X(8) VALUE "PROGRAMA".
           05  FILLER PIC X(8) VALUE "INFRA".
           05  FILLER PIC X(8) VALUE "OPERACAO".
           05  FILLER PIC X(8) VALUE "EXTERNO".
           05  FILLER PIC X(8) VALUE "OUTROS".
       01  WS-TABELA-CATEGORIAS-R REDEFINES WS-TABELA-CATEGORIAS.
           05  WS-CATEGORIA PIC X(8) OCCURS QTDE-CATEGORIAS TIMES.
       01  WS-DATA-HORA-SISTEMA.
           05  WS-DH-DATA      PIC 9(8).
           05  WS-DH-HORA      PIC 9(6).
           05  FILLER          PIC X(6).
       77  AC-IN           PIC 9(3).
       77  AC-OP           PIC 9(2).
       77  AC-AL           PIC 9(3).
       77  AC-IT           PIC 9(2).
       77  AC-CT           PIC 9.
       77  WS-INC-STATUS   PIC XX.
       77  WS-HIS-STATUS   PIC XX.
       77  WS-LNK-STATUS   PIC XX.
       77  WS-ALE-STATUS   PIC XX.
       77  WS-PAS-STATUS   PIC XX.
       77  WS-OPE-STATUS   PIC XX.
       77  WS-FIM-ARQUIVO  PIC X VALUE "N".
           88 WS-FIM-OK    VALUE "S".
       77  WS-TRANSBORDO   PIC X VALUE "N".
       77  WS-OPCAO        PIC X.
       77  WS-OPERADOR     PIC X(12).
       77  WS-ACHOU        PIC X.
       77  WS-NUM-ENTRADA  PIC X(6).
       77  WS-NUM-INCIDENTE PIC 9(6).
       77  WS-ITEM-ENTRADA PIC X(2).
       77  WS-ITEM-NUM     PIC 9(2).
       77  WS-DATA-ENTRADA PIC X(8).
       77  WS-DATA-BUSCA   PIC 9(8).
       77  WS-TIPO-LIGA    PIC X.
       77  WS-SEV-ENTRADA  PIC X.
       77  WS-SIT-ENTRADA  PIC X.
       77  WS-RESP-ENTRADA PIC X(8).
       77  WS-CAT-ENTRADA  PIC X(8).
       77  WS-CAT-VALIDA   PIC X.
       77  WS-NOTA         PIC X(50).
       77  WS-MUDOU        PIC X.
       77  WS-SIT-ANTERIOR PIC X.
       77  WS-SIT-TXT      PIC X(10).
       77  WS-ORIGEM-TXT   PIC X(10).
       77  WS-QTDE-MOSTRADOS PIC 9(3).
       77  WS-DATA-N       PIC 9(8).
       77  WS-DATA-BR      PIC X(10).
       77  WS-SVC-ORIGEM   PIC X.
       77  WS-SVC-REFERENCIA PIC X(30).
       77  WS-SVC-SEVERIDADE PIC 9.
       77  WS-SVC-TITULO   PIC X(40).
       77  WS-SVC-NUMERO   PIC 9(6).
       77  WS-SVC-NOVO     PIC X.
       77  WS-COMPETENCIA  PIC 9(6).
       77  WS-PROGRAMA     PIC X(8) VALUE "CAP02A28".
       77  WS-RESULTADO    PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           PERFORM 150-CARREGA-OPERADORES.
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "-----------------------------------------"
              DISPLAY "Registro de Incidentes da Operacao"
              DISPLAY "-----------------------------------------"
              DISPLAY "[L] - Listar incidentes pendentes"
              DISPLAY "[C] - Consultar incidente"
              DISPLAY "[A] - Abrir a partir de alerta do vigia"
              DISPLAY "[M] - Abrir incidente manualmente"
              DISPLAY "[S] - Situacao, responsavel e severidade"
              DISPLAY "[X] - Ligar alerta ou nota de passagem"
              DISPLAY "[R] - Relatorio mensal de incidentes"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "L"
                    PERFORM 200-LISTA-PENDENTES
                 WHEN "C"
                    PERFORM 300-CONSULTA-INCIDENTE
                 WHEN "A"
                    PERFORM 400-ABRE-DE-ALERTA
                 WHEN "M"
                    PERFORM 500-ABRE-MANUAL
                 WHEN "S"
                    PERFORM 600-ATUALIZA-INCIDENTE
                 WHEN "X"
                    PERFORM 700-LIGA-ITEM
                 WHEN "R"
                    DISPLAY "Competencia (AAAAMM, ENTER = mes "
                            "anterior): " WITH NO ADVANCING
                    MOVE ZERO TO WS-COMPETENCIA
                    ACCEPT WS-COMPETENCIA
                    CALL "CAP02AP29" USING WS-COMPETENCIA
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           GOBACK.
      ******************************************************************
      * CARGA DO REGISTRO DE INCIDENTES EM MEMORIA                     *
      ******************************************************************
       100-CARREGA-INCIDENTES          SECTION.
           MOVE ZERO TO WS-QTDE-INC.
           MOVE "N" TO WS-TRANSBORDO.
           OPEN INPUT INCIDREG-FILE.
           IF WS-INC-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ INCIDREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-INC < LIMITE-INCIDENTES
                       ADD 1 TO WS-QTDE-INC
                       MOVE IC-REGISTRO TO WS-INC-REG(WS-QTDE-INC)
                    ELSE
                       MOVE "S" TO WS-TRANSBORDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INCIDREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * OPERADORES CADASTRADOS, PARA CONFERIR O RESPONSAVEL            *
      ******************************************************************
       150-CARREGA-OPERADORES          SECTION.
           MOVE ZERO TO WS-QTDE-OPER.
           OPEN INPUT OPERREG-FILE.
           IF WS-OPE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ OPERREG-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-OPER < LIMITE-OPERADORES
                       ADD 1 TO WS-QTDE-OPER
                       MOVE OP-REGISTRO TO WS-OPER-REG(WS-QTDE-OPER)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPERREG-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * INCIDENTES ABERTOS OU EM ANALISE, OS SEVEROS MARCADOS          *
      ******************************************************************
       200-LISTA-PENDENTES             SECTION.
           PERFORM 100-CARREGA-INCIDENTES.
           MOVE ZERO TO WS-QTDE-MOSTRADOS.
           DISPLAY "NUMERO SEV SITUACAO   RESPONS. ABERTO EM  TITULO".
           PERFORM VARYING AC-IN FROM 1 BY 1
                   UNTIL AC-IN > WS-QTDE-INC
              MOVE WS-INC-REG(AC-IN) TO IC-REGISTRO
              IF IC-PENDENTE
                 ADD 1 TO WS-QTDE-MOSTRADOS
                 PERFORM 810-TEXTO-SITUACAO
                 MOVE IC-DATA-ABER TO WS-DATA-N
                 PERFORM 850-FORMATA-DATA
                 IF IC-SEVERO
                    DISPLAY IC-NUMERO " *" IC-SEVERIDADE " "
                       WS-SIT-TXT " " IC-RESPONSAVEL " " WS-DATA-BR
                       " " IC-TITULO
                 ELSE
                    DISPLAY IC-NUMERO "  " IC-SEVERIDADE " "
                       WS-SIT-TXT " " IC-RESPONSAVEL " " WS-DATA-BR
                       " " IC-TITULO
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-QTDE-MOSTRADOS = ZERO
              DISPLAY "Nenhum incidente pendente."
           ELSE
              DISPLAY "(* = severidade 1 ou 2, no painel CAP02AP09)"
           END-IF.
           EXIT.
      ******************************************************************
      * ESCOLHA DE UM INCIDENTE PELO NUMERO; AC-IN FICA NA POSICAO DO  *
      * INCIDENTE NA TABELA E IC-REGISTRO COM O REGISTRO               *
      ******************************************************************
       250-ESCOLHE-INCIDENTE           SECTION.
           MOVE "N" TO WS-ACHOU.
           PERFORM 100-CARREGA-INCIDENTES.
           IF WS-TRANSBORDO = "S"
              DISPLAY "Registro de incidentes excede a tabela; "
                      "operacao suspensa."
              EXIT SECTION
           END-IF
           DISPLAY "Numero do incidente: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NUM-ENTRADA.
           ACCEPT WS-NUM-ENTRADA.
           IF FUNCTION TRIM(WS-NUM-ENTRADA) = SPACES
              OR FUNCTION TEST-NUMVAL(WS-NUM-ENTRADA) NOT = ZERO
              DISPLAY "Numero invalido."
              EXIT SECTION
           END-IF
           COMPUTE WS-NUM-INCIDENTE = FUNCTION NUMVAL(WS-NUM-ENTRADA).
           PERFORM VARYING AC-IN FROM 1 BY 1
                   UNTIL AC-IN > WS-QTDE-INC
              MOVE WS-INC-REG(AC-IN) TO IC-REGISTRO
              IF IC-NUMERO = WS-NUM-INCIDENTE
                 MOVE "S" TO WS-ACHOU
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-ACHOU NOT = "S"
              DISPLAY "Incidente " WS-NUM-INCIDENTE " nao existe."
           END-IF.
           EXIT.
      ******************************************************************
      * FICHA DO INCIDENTE COM O HISTORICO E AS LIGACOES               *
      ******************************************************************
       300-CONSULTA-INCIDENTE          SECTION.
           PERFORM 250-ESCOLHE-INCIDENTE.
           IF WS-ACHOU NOT = "S"
              EXIT SECTION
           END-IF
           PERFORM 810-TEXTO-SITUACAO.
           EVALUATE TRUE
              WHEN IC-DE-ALERTA
                 MOVE "ALERTA" TO WS-ORIGEM-TXT
              WHEN IC-DE-PASSO
                 MOVE "PASSO LOTE" TO WS-ORIGEM-TXT
              WHEN OTHER
                 MOVE "MANUAL" TO WS-ORIGEM-TXT
           END-EVALUATE.
           MOVE IC-DATA-ABER TO WS-DATA-N.
           PERFORM 850-FORMATA-DATA.
           DISPLAY "Incidente ....: " IC-NUMERO "  " IC-TITULO.
           DISPLAY "Aberto em ....: " WS-DATA-BR " " IC-HORA-ABER
              " por " IC-ABERTO-POR.
           DISPLAY "Origem .......: " WS-ORIGEM-TXT " "
              IC-REFERENCIA.
           DISPLAY "Severidade ...: " IC-SEVERIDADE
              "   Situacao: " WS-SIT-TXT
              "   Responsavel: " IC-RESPONSAVEL.
           IF IC-RESOLVIDO
              MOVE IC-DATA-RESOL TO WS-DATA-N
              PERFORM 850-FORMATA-DATA
              DISPLAY "Resolvido em .: " WS-DATA-BR " "
                 IC-HORA-RESOL "   Causa: " IC-CATEGORIA
              DISPLAY "Solucao ......: " IC-RESOLUCAO
           END-IF
           DISPLAY "Historico:".
           OPEN INPUT INCIDHIS-FILE.
           IF WS-HIS-STATUS = "00"
              MOVE "N" TO WS-FIM-ARQUIVO
              PERFORM UNTIL WS-FIM-OK
                 READ INCIDHIS-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF IH-NUMERO = IC-NUMERO
                          DISPLAY "  " IH-DATA " " IH-HORA " ["
                             IH-SITUACAO "] " IH-RESPONSAVEL " S"
                             IH-SEVERIDADE " " IH-OPERADOR
                          DISPLAY "     " IH-NOTA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INCIDHIS-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           DISPLAY "Alertas e notas de passagem ligados:".
           MOVE ZERO TO WS-QTDE-MOSTRADOS.
           OPEN INPUT INCIDLNK-FILE.
           IF WS-LNK-STATUS = "00"
              PERFORM UNTIL WS-FIM-OK
                 READ INCIDLNK-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF IL-NUMERO = IC-NUMERO
                          ADD 1 TO WS-QTDE-MOSTRADOS
                          DISPLAY "  " IL-TIPO " " IL-CHAVE(1:8) " "
                             IL-CHAVE(9:6) " " IL-CHAVE(15:12)
                          DISPLAY "     " IL-TEXTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INCIDLNK-FILE
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-QTDE-MOSTRADOS = ZERO
              DISPLAY "  (nenhum)"
           END-IF.
           EXIT.
      ******************************************************************
      * ABERTURA A PARTIR DE UM ALERTA DO VIGIA: O ALERTA FICA LIGADO  *
      * AO INCIDENTE E, SE AINDA PENDENTE, RECONHECIDO POR QUEM ABRIU  *
      ******************************************************************
       400-ABRE-DE-ALERTA              SECTION.
           MOVE "A" TO WS-TIPO-LIGA.
           PERFORM 720-ITENS-DO-DIA.
           IF WS-QTDE-ITENS = ZERO
              EXIT SECTION
           END-IF
           PERFORM 730-ESCOLHE-ITEM.
           IF WS-ITEM-NUM = ZERO
              EXIT SECTION
           END-IF
           PERFORM 550-PEDE-SEVERIDADE.
           IF WS-SVC-SEVERIDADE = ZERO
              EXIT SECTION
           END-IF
           MOVE WS-ITEM-TEXTO(WS-ITEM-NUM)(1:40) TO WS-SVC-TITULO.
           DISPLAY "Titulo (ENTER = " FUNCTION TRIM(WS-SVC-TITULO)
              "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-NOTA.
           ACCEPT WS-NOTA.
           IF WS-NOTA NOT = SPACES
              MOVE WS-NOTA TO WS-SVC-TITULO
           END-IF
           MOVE "A" TO WS-SVC-ORIGEM.
           MOVE WS-ITEM-CHAVE(WS-ITEM-NUM) TO WS-SVC-REFERENCIA.
           PERFORM 560-CHAMA-SERVICO.
           MOVE WS-SVC-NUMERO TO WS-NUM-INCIDENTE.
           PERFORM 750-CONFERE-LIGACAO.
           IF WS-ACHOU NOT = "S"
              PERFORM 740-GRAVA-LIGACAO
           END-IF
           MOVE WS-ITEM-POS(WS-ITEM-NUM) TO AC-AL.
           MOVE WS-ALE-REG(AC-AL) TO AT-REGISTRO.
      *    Com a fila maior que a tabela, regravar perderia alertas;
      *    o reconhecimento fica para o sign-on do coordenador.
           IF AT-SITUACAO = "P" AND WS-ALE-CHEIO = "N"
              MOVE "R" TO AT-SITUACAO
              MOVE WS-OPERADOR TO AT-RECONHECEDOR
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
              MOVE WS-DH-DATA TO AT-DATA-RECON
              MOVE WS-DH-HORA TO AT-HORA-RECON
              MOVE AT-REGISTRO TO WS-ALE-REG(AC-AL)
              OPEN OUTPUT ALERTAS-FILE
              PERFORM VARYING AC-AL FROM 1 BY 1
                      UNTIL AC-AL > WS-QTDE-ALERTAS
                 MOVE WS-ALE-REG(AC-AL) TO AT-REGISTRO
                 WRITE AT-REGISTRO
              END-PERFORM
              CLOSE ALERTAS-FILE
              MOVE "ALERTA RECONHEC" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
              DISPLAY "Alerta reconhecido."
           END-IF.
           EXIT.
      ******************************************************************
      * ABERTURA A MAO: SEVERIDADE, TITULO E REFERENCIA OPCIONAL       *
      ******************************************************************
       500-ABRE-MANUAL                 SECTION.
           PERFORM 550-PEDE-SEVERIDADE.
           IF WS-SVC-SEVERIDADE = ZERO
              EXIT SECTION
           END-IF
           DISPLAY "Titulo ..................: " WITH NO ADVANCING.
           MOVE SPACES TO WS-SVC-TITULO.
           ACCEPT WS-SVC-TITULO.
           IF WS-SVC-TITULO = SPACES
              DISPLAY "Titulo em branco; nada registrado."
              EXIT SECTION
           END-IF
           DISPLAY "Job/arquivo (opcional) ..: " WITH NO ADVANCING.
           MOVE SPACES TO WS-SVC-REFERENCIA.
           ACCEPT WS-SVC-REFERENCIA.
           MOVE FUNCTION UPPER-CASE(WS-SVC-REFERENCIA)
              TO WS-SVC-REFERENCIA.
           MOVE "M" TO WS-SVC-ORIGEM.
           PERFORM 560-CHAMA-SERVICO.
           EXIT.
      ******************************************************************
      * SEVERIDADE DE 1 A 4; ZERO EM WS-SVC-SEVERIDADE SE INVALIDA     *
      ******************************************************************
       550-PEDE-SEVERIDADE             SECTION.
           MOVE ZERO TO WS-SVC-SEVERIDADE.
           DISPLAY "Severidade (1 critica, 2 alta, 3 media, "
                   "4 baixa): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SEV-ENTRADA.
           ACCEPT WS-SEV-ENTRADA.
           IF WS-SEV-ENTRADA < "1" OR WS-SEV-ENTRADA > "4"
              DISPLAY "Severidade invalida; nada registrado."
              EXIT SECTION
           END-IF
           MOVE WS-SEV-ENTRADA TO WS-SVC-SEVERIDADE.
           EXIT.
      ******************************************************************
      * ABERTURA PELO INCIDSVC, COM A TRILHA DE AUDITORIA              *
      ******************************************************************
       560-CHAMA-SERVICO               SECTION.
           CALL "INCIDSVC" USING WS-SVC-ORIGEM, WS-SVC-REFERENCIA,
              WS-SVC-SEVERIDADE, WS-SVC-TITULO, WS-OPERADOR,
              WS-SVC-NUMERO, WS-SVC-NOVO.
           IF WS-SVC-NOVO = "S"
              MOVE "INCIDENTE ABERTO" TO WS-RESULTADO
              DISPLAY "Incidente " WS-SVC-NUMERO " aberto."
           ELSE
              MOVE "INCIDENTE REPETIDO" TO WS-RESULTADO
              DISPLAY "Ja ha o incidente pendente " WS-SVC-NUMERO
                 " para o mesmo fato; nova ocorrencia anotada nele."
           END-IF
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * SITUACAO, RESPONSAVEL E SEVERIDADE; A RESOLUCAO EXIGE A        *
      * CATEGORIA DE CAUSA RAIZ E O TEXTO DA SOLUCAO                   *
      ******************************************************************
       600-ATUALIZA-INCIDENTE          SECTION.
           PERFORM 250-ESCOLHE-INCIDENTE.
           IF WS-ACHOU NOT = "S"
              EXIT SECTION
           END-IF
           PERFORM 810-TEXTO-SITUACAO.
           DISPLAY IC-NUMERO " " IC-TITULO.
           DISPLAY "Situacao " WS-SIT-TXT "  responsavel "
              IC-RESPONSAVEL "  severidade " IC-SEVERIDADE.
           MOVE "N" TO WS-MUDOU.
           MOVE IC-SITUACAO TO WS-SIT-ANTERIOR.
           DISPLAY "Responsavel (id, ENTER = mantem): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-RESP-ENTRADA.
           ACCEPT WS-RESP-ENTRADA.
           MOVE FUNCTION UPPER-CASE(WS-RESP-ENTRADA)
              TO WS-RESP-ENTRADA.
           IF WS-RESP-ENTRADA NOT = SPACES
              AND WS-RESP-ENTRADA NOT = IC-RESPONSAVEL
              PERFORM 650-CONFERE-RESPONSAVEL
              IF WS-ACHOU NOT = "S"
                 DISPLAY "Operador " WS-RESP-ENTRADA
                    " nao consta do registro; nada alterado."
                 EXIT SECTION
              END-IF
              MOVE WS-RESP-ENTRADA TO IC-RESPONSAVEL
              MOVE "S" TO WS-MUDOU
           END-IF
           DISPLAY "Severidade 1-4 (ENTER = mantem): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-SEV-ENTRADA.
           ACCEPT WS-SEV-ENTRADA.
           IF WS-SEV-ENTRADA NOT = SPACES
              IF WS-SEV-ENTRADA < "1" OR WS-SEV-ENTRADA > "4"
                 DISPLAY "Severidade invalida; nada alterado."
                 EXIT SECTION
              END-IF
              IF WS-SEV-ENTRADA NOT = IC-SEVERIDADE
                 MOVE WS-SEV-ENTRADA TO IC-SEVERIDADE
                 MOVE "S" TO WS-MUDOU
              END-IF
           END-IF
           DISPLAY "Situacao [A]berto, [E]m analise, [R]esolvido "
                   "(ENTER = mantem): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SIT-ENTRADA.
           ACCEPT WS-SIT-ENTRADA.
           MOVE FUNCTION UPPER-CASE(WS-SIT-ENTRADA) TO WS-SIT-ENTRADA.
           IF WS-SIT-ENTRADA NOT = SPACES
              AND WS-SIT-ENTRADA NOT = "A"
              AND WS-SIT-ENTRADA NOT = "E"
              AND WS-SIT-ENTRADA NOT = "R"
              DISPLAY "Situacao invalida; nada alterado."
              EXIT SECTION
           END-IF
           IF WS-SIT-ENTRADA NOT = SPACES
              AND WS-SIT-ENTRADA NOT = IC-SITUACAO
              IF WS-SIT-ENTRADA = "R"
                 PERFORM 660-PEDE-RESOLUCAO
                 IF WS-CAT-VALIDA NOT = "S"
                    EXIT SECTION
                 END-IF
              ELSE
      *          Incidente reaberto perde a data de resolucao; a
      *          causa e a solucao anteriores ficam no historico.
                 MOVE ZERO TO IC-DATA-RESOL
                 MOVE ZERO TO IC-HORA-RESOL
              END-IF
              MOVE WS-SIT-ENTRADA TO IC-SITUACAO
              MOVE "S" TO WS-MUDOU
           END-IF
           DISPLAY "Nota para o historico ...: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NOTA.
           ACCEPT WS-NOTA.
           IF WS-MUDOU NOT = "S" AND WS-NOTA = SPACES
              DISPLAY "Nada alterado."
              EXIT SECTION
           END-IF
           IF IC-RESOLVIDO AND WS-SIT-ANTERIOR NOT = "R"
              AND WS-NOTA = SPACES
              MOVE IC-RESOLUCAO TO WS-NOTA
           END-IF
           IF IC-RESOLVIDO AND WS-SIT-ANTERIOR NOT = "R"
              MOVE "INCIDENTE RESOLVIDO" TO WS-RESULTADO
           ELSE
              MOVE "INCIDENTE ALTERADO" TO WS-RESULTADO
           END-IF
           MOVE IC-NUMERO TO IH-NUMERO.
           MOVE IC-SITUACAO TO IH-SITUACAO.
           MOVE IC-RESPONSAVEL TO IH-RESPONSAVEL.
           MOVE IC-SEVERIDADE TO IH-SEVERIDADE.
           MOVE WS-NOTA TO IH-NOTA.
           MOVE IC-REGISTRO TO WS-INC-REG(AC-IN).
           PERFORM 900-REGRAVA-INCIDENTES.
           PERFORM 910-GRAVA-HISTORICO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           DISPLAY "Incidente " IH-NUMERO " atualizado.".
           EXIT.
      ******************************************************************
      * RESPONSAVEL PRECISA CONSTAR DE OPERREG.DAT (SEM O REGISTRO     *
      * AINDA, NO BOOTSTRAP, QUALQUER ID E ACEITO)                     *
      ******************************************************************
       650-CONFERE-RESPONSAVEL         SECTION.
           IF WS-QTDE-OPER = ZERO
              MOVE "S" TO WS-ACHOU
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING AC-OP FROM 1 BY 1
                   UNTIL AC-OP > WS-QTDE-OPER
              MOVE WS-OPER-REG(AC-OP) TO OP-REGISTRO
              IF OP-ID = WS-RESP-ENTRADA
                 MOVE "S" TO WS-ACHOU
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * CATEGORIA DE CAUSA RAIZ (DA TABELA) E TEXTO DA SOLUCAO;        *
      * WS-CAT-VALIDA = "S" QUANDO OS DOIS VIERAM                      *
      ******************************************************************
       660-PEDE-RESOLUCAO              SECTION.
           MOVE "N" TO WS-CAT-VALIDA.
           DISPLAY "Categorias de causa raiz:" WITH NO ADVANCING.
           PERFORM VARYING AC-CT FROM 1 BY 1
                   UNTIL AC-CT > QTDE-CATEGORIAS
              DISPLAY " " FUNCTION TRIM(WS-CATEGORIA(AC-CT))
                 WITH NO ADVANCING
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "Causa raiz ..............: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CAT-ENTRADA.
           ACCEPT WS-CAT-ENTRADA.
           MOVE FUNCTION UPPER-CASE(WS-CAT-ENTRADA) TO WS-CAT-ENTRADA.
           PERFORM VARYING AC-CT FROM 1 BY 1
                   UNTIL AC-CT > QTDE-CATEGORIAS
              IF WS-CATEGORIA(AC-CT) = WS-CAT-ENTRADA
                 MOVE "S" TO WS-CAT-VALIDA
              END-IF
           END-PERFORM.
           IF WS-CAT-VALIDA NOT = "S"
              DISPLAY "Categoria invalida; nada alterado."
              EXIT SECTION
           END-IF
           DISPLAY "Solucao aplicada ........: " WITH NO ADVANCING.
           MOVE SPACES TO IC-RESOLUCAO.
           ACCEPT IC-RESOLUCAO.
           IF IC-RESOLUCAO = SPACES
              MOVE "N" TO WS-CAT-VALIDA
              DISPLAY "Solucao em branco; nada alterado."
              EXIT SECTION
           END-IF
           MOVE WS-CAT-ENTRADA TO IC-CATEGORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DH-DATA TO IC-DATA-RESOL.
           MOVE WS-DH-HORA TO IC-HORA-RESOL.
           EXIT.
      ******************************************************************
      * LIGACAO DE UM ALERTA OU DE UMA NOTA DE PASSAGEM A UM INCIDENTE *
      ******************************************************************
       700-LIGA-ITEM                   SECTION.
           PERFORM 250-ESCOLHE-INCIDENTE.
           IF WS-ACHOU NOT = "S"
              EXIT SECTION
           END-IF
           DISPLAY "[A]lerta do vigia ou nota de [P]assagem: "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-TIPO-LIGA.
           ACCEPT WS-TIPO-LIGA.
           MOVE FUNCTION UPPER-CASE(WS-TIPO-LIGA) TO WS-TIPO-LIGA.
           IF WS-TIPO-LIGA NOT = "A" AND WS-TIPO-LIGA NOT = "P"
              DISPLAY "Tipo invalido."
              EXIT SECTION
           END-IF
           PERFORM 720-ITENS-DO-DIA.
           IF WS-QTDE-ITENS = ZERO
              EXIT SECTION
           END-IF
           PERFORM 730-ESCOLHE-ITEM.
           IF WS-ITEM-NUM = ZERO
              EXIT SECTION
           END-IF
           MOVE IC-NUMERO TO WS-NUM-INCIDENTE.
           PERFORM 750-CONFERE-LIGACAO.
           IF WS-ACHOU = "S"
              DISPLAY "Item ja ligado a este incidente."
              EXIT SECTION
           END-IF
           PERFORM 740-GRAVA-LIGACAO.
           MOVE IC-NUMERO TO IH-NUMERO.
           MOVE IC-SITUACAO TO IH-SITUACAO.
           MOVE IC-RESPONSAVEL TO IH-RESPONSAVEL.
           MOVE IC-SEVERIDADE TO IH-SEVERIDADE.
           MOVE SPACES TO IH-NOTA.
           IF WS-TIPO-LIGA = "A"
              STRING "Alerta ligado: " WS-ITEM-TEXTO(WS-ITEM-NUM)
                 DELIMITED BY SIZE INTO IH-NOTA
           ELSE
              STRING "Passagem ligada: " WS-ITEM-TEXTO(WS-ITEM-NUM)
                 DELIMITED BY SIZE INTO IH-NOTA
           END-IF
           PERFORM 910-GRAVA-HISTORICO.
           MOVE "INCIDENTE LIGADO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           DISPLAY "Item ligado ao incidente " IC-NUMERO ".".
           EXIT.
      ******************************************************************
      * ALERTAS (WS-TIPO-LIGA "A") OU NOTAS DE PASSAGEM ("P") DE UM    *
      * DIA, NUMERADOS NA TELA                                         *
      ******************************************************************
       720-ITENS-DO-DIA                SECTION.
           MOVE ZERO TO WS-QTDE-ITENS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           DISPLAY "Data (AAAAMMDD, ENTER = hoje): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-DATA-ENTRADA.
           ACCEPT WS-DATA-ENTRADA.
           IF WS-DATA-ENTRADA = SPACES
              MOVE WS-DH-DATA TO WS-DATA-BUSCA
           ELSE
              IF WS-DATA-ENTRADA IS NOT NUMERIC
                 DISPLAY "Data invalida."
                 EXIT SECTION
              END-IF
              MOVE WS-DATA-ENTRADA TO WS-DATA-BUSCA
           END-IF
           IF WS-TIPO-LIGA = "A"
              PERFORM 722-ALERTAS-DO-DIA
           ELSE
              PERFORM 724-PASSAGEM-DO-DIA
           END-IF
           IF WS-QTDE-ITENS = ZERO
              DISPLAY "Nada registrado na data " WS-DATA-BUSCA "."
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-IT FROM 1 BY 1
                   UNTIL AC-IT > WS-QTDE-ITENS
              DISPLAY AC-IT ") " WS-ITEM-CHAVE(AC-IT)(9:6) " "
                 WS-ITEM-TEXTO(AC-IT)
           END-PERFORM.
           EXIT.
      ******************************************************************
      * ALERTAS.DAT INTEIRO EM MEMORIA (PARA O RECONHECIMENTO) E OS    *
      * ALERTAS DA DATA COMO ITENS                                     *
      ******************************************************************
       722-ALERTAS-DO-DIA              SECTION.
           MOVE ZERO TO WS-QTDE-ALERTAS.
           MOVE "N" TO WS-ALE-CHEIO.
           OPEN INPUT ALERTAS-FILE.
           IF WS-ALE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ ALERTAS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-ALERTAS NOT < LIMITE-ALERTAS
                       MOVE "S" TO WS-ALE-CHEIO
                    ELSE
                       ADD 1 TO WS-QTDE-ALERTAS
                       MOVE AT-REGISTRO
                          TO WS-ALE-REG(WS-QTDE-ALERTAS)
                       IF AT-DATA = WS-DATA-BUSCA
                          AND WS-QTDE-ITENS < LIMITE-ITENS
                          ADD 1 TO WS-QTDE-ITENS
                          MOVE SPACES TO WS-ITEM-CHAVE(WS-QTDE-ITENS)
                          STRING AT-DATA AT-HORA AT-REGRA
                             DELIMITED BY SIZE
                             INTO WS-ITEM-CHAVE(WS-QTDE-ITENS)
                          MOVE SPACES TO WS-ITEM-TEXTO(WS-QTDE-ITENS)
                          STRING AT-REGRA " " AT-DETALHE " ["
                             AT-SITUACAO "]"
                             DELIMITED BY SIZE
                             INTO WS-ITEM-TEXTO(WS-QTDE-ITENS)
                          MOVE WS-QTDE-ALERTAS
                             TO WS-ITEM-POS(WS-QTDE-ITENS)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ALERTAS-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * NOTAS DO LIVRO DE PASSAGEM DA DATA COMO ITENS                  *
      ******************************************************************
       724-PASSAGEM-DO-DIA             SECTION.
           OPEN INPUT PASSAGEM-FILE.
           IF WS-PAS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ PASSAGEM-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF PS-DATA = WS-DATA-BUSCA
                       AND WS-QTDE-ITENS < LIMITE-ITENS
                       ADD 1 TO WS-QTDE-ITENS
                       MOVE SPACES TO WS-ITEM-CHAVE(WS-QTDE-ITENS)
                       STRING PS-DATA PS-HORA PS-OPERADOR
                          DELIMITED BY SIZE
                          INTO WS-ITEM-CHAVE(WS-QTDE-ITENS)
                       MOVE PS-TEXTO TO WS-ITEM-TEXTO(WS-QTDE-ITENS)
                       MOVE ZERO TO WS-ITEM-POS(WS-QTDE-ITENS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PASSAGEM-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * ESCOLHA DE UM DOS ITENS LISTADOS; ZERO EM WS-ITEM-NUM SE NENHUM*
      ******************************************************************
       730-ESCOLHE-ITEM                SECTION.
           MOVE ZERO TO WS-ITEM-NUM.
           DISPLAY "Numero do item (0 = nenhum): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ITEM-ENTRADA.
           ACCEPT WS-ITEM-ENTRADA.
           IF FUNCTION TRIM(WS-ITEM-ENTRADA) = SPACES
              OR FUNCTION TEST-NUMVAL(WS-ITEM-ENTRADA) NOT = ZERO
              EXIT SECTION
           END-IF
           COMPUTE WS-ITEM-NUM = FUNCTION NUMVAL(WS-ITEM-ENTRADA).
           IF WS-ITEM-NUM > WS-QTDE-ITENS
              DISPLAY "Item fora da lista."
              MOVE ZERO TO WS-ITEM-NUM
           END-IF.
           EXIT.
      ******************************************************************
      * LIGACAO DO ITEM ESCOLHIDO AO INCIDENTE WS-NUM-INCIDENTE        *
      ******************************************************************
       740-GRAVA-LIGACAO               SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-NUM-INCIDENTE TO IL-NUMERO.
           MOVE WS-TIPO-LIGA TO IL-TIPO.
           MOVE WS-ITEM-CHAVE(WS-ITEM-NUM) TO IL-CHAVE.
           MOVE WS-ITEM-TEXTO(WS-ITEM-NUM) TO IL-TEXTO.
           MOVE WS-OPERADOR TO IL-OPERADOR.
           MOVE WS-DH-DATA TO IL-DATA.
           OPEN EXTEND INCIDLNK-FILE.
           IF WS-LNK-STATUS = "35"
              OPEN OUTPUT INCIDLNK-FILE
           END-IF
           WRITE IL-REGISTRO.
           CLOSE INCIDLNK-FILE.
           EXIT.
      ******************************************************************
      * O ITEM ESCOLHIDO JA ESTA LIGADO AO INCIDENTE? (WS-ACHOU)       *
      ******************************************************************
       750-CONFERE-LIGACAO             SECTION.
           MOVE "N" TO WS-ACHOU.
           OPEN INPUT INCIDLNK-FILE.
           IF WS-LNK-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ INCIDLNK-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF IL-NUMERO = WS-NUM-INCIDENTE
                       AND IL-TIPO = WS-TIPO-LIGA
                       AND IL-CHAVE = WS-ITEM-CHAVE(WS-ITEM-NUM)
                       MOVE "S" TO WS-ACHOU
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INCIDLNK-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * SITUACAO DE IC-REGISTRO POR EXTENSO EM WS-SIT-TXT              *
      ******************************************************************
       810-TEXTO-SITUACAO              SECTION.
           EVALUATE TRUE
              WHEN IC-ABERTO
                 MOVE "ABERTO" TO WS-SIT-TXT
              WHEN IC-EM-ANALISE
                 MOVE "EM ANALISE" TO WS-SIT-TXT
              WHEN IC-RESOLVIDO
                 MOVE "RESOLVIDO" TO WS-SIT-TXT
              WHEN OTHER
                 MOVE IC-SITUACAO TO WS-SIT-TXT
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * WS-DATA-N (AAAAMMDD) EM WS-DATA-BR (DD/MM/AAAA)                *
      ******************************************************************
       850-FORMATA-DATA                SECTION.
           MOVE SPACES TO WS-DATA-BR.
           STRING WS-DATA-N(7:2) "/" WS-DATA-N(5:2) "/"
              WS-DATA-N(1:4)
              DELIMITED BY SIZE INTO WS-DATA-BR.
           EXIT.
      ******************************************************************
      * REGRAVACAO DO REGISTRO INTEIRO A PARTIR DA TABELA EM MEMORIA   *
      ******************************************************************
       900-REGRAVA-INCIDENTES          SECTION.
           OPEN OUTPUT INCIDREG-FILE.
           PERFORM VARYING AC-IN FROM 1 BY 1
                   UNTIL AC-IN > WS-QTDE-INC
              MOVE WS-INC-REG(AC-IN) TO IC-REGISTRO
              WRITE IC-REGISTRO
           END-PERFORM.
           CLOSE INCIDREG-FILE.
           EXIT.
      ******************************************************************
      * LINHA DO HISTORICO (IH-NUMERO, SITUACAO, RESPONSAVEL,          *
      * SEVERIDADE E NOTA JA PREENCHIDOS)                              *
      ******************************************************************
       910-GRAVA-HISTORICO             SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DH-DATA TO IH-DATA.
           MOVE WS-DH-HORA TO IH-HORA.
           MOVE WS-OPERADOR TO IH-OPERADOR.
           OPEN EXTEND INCIDHIS-FILE.
           IF WS-HIS-STATUS = "35"
              OPEN OUTPUT INCIDHIS-FILE
           END-IF
           WRITE IH-REGISTRO.
           CLOSE INCIDHIS-FILE.
           EXIT.
       END PROGRAM CAP02AP28.
