       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP02AP31.
      *
      * Tela de manutencao das metas de nivel de servico
      * (METASNS.DAT, layout metasns.cpy) que o painel mensal
      * CAP02AP30 mede: para cada um dos seis indicadores, o
      * percentual da meta (VERDE a partir dele), o piso do AMARELO
      * e, no indicador de alertas, o limite em minutos entre o
      * alerta e o reconhecimento. Lista os valores em vigor (do
      * arquivo ou os de fabrica) e altera um indicador com a
      * validacao de sempre - meta entre 0,1 e 100,0, amarelo nao
      * acima da meta, limite de alertas maior que zero. A gravacao
      * regrava o arquivo inteiro com os seis indicadores e cada
      * alteracao vai para AUDITLOG.DAT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METASNS-FILE ASSIGN TO "METASNS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  METASNS-FILE.
       COPY "metasns.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  QTDE-INDICADORES VALUE 6.
      *    Metas de fabrica (as mesmas do CAP02AP30): indicador, meta,
      *    piso do amarelo (percentuais com uma casa), limite e a
      *    descricao mostrada na tela e no painel.
       01  WS-TABELA-PADRAO.
           05  FILLER PIC X(50) VALUE
               "JANELA  095009000000Lote noturno dentro da janela".
           05  FILLER PIC X(50) VALUE
               "AGENDA  098009500000Execucoes planejadas cumpridas".
           05  FILLER PIC X(50) VALUE
               "RECURSO 095009000000Recursos respondidos no prazo".
           05  FILLER PIC X(50) VALUE
               "ALERTA  090008000060Alertas reconhecidos na meta".
           05  FILLER PIC X(50) VALUE
               "IMPRESS 095009000000Impressos entregues no dia".
           05  FILLER PIC X(50) VALUE
               "COMPROM 095009000000Compromissos pagos em dia".
       01  WS-TABELA-R REDEFINES WS-TABELA-PADRAO.
           05  WS-PADRAO OCCURS QTDE-INDICADORES TIMES.
               10  WS-PAD-INDICADOR PIC X(8).
               10  WS-PAD-META      PIC 9(3)V9.
               10  WS-PAD-ALERTA    PIC 9(3)V9.
               10  WS-PAD-LIMITE    PIC 9(4).
               10  WS-PAD-DESCRICAO PIC X(30).
       01  WS-TAB-METAS.
           05  WS-MET-LINHA OCCURS QTDE-INDICADORES TIMES.
               10  WS-MET-META      PIC 9(3)V9.
               10  WS-MET-ALERTA    PIC 9(3)V9.
               10  WS-MET-LIMITE    PIC 9(4).
       77  AC-MI               PIC 9.
       77  WS-ESCOLHA          PIC 9.
       77  WS-MET-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-OPCAO            PIC X.
       77  WS-NOVA-META        PIC 9(3)V9.
       77  WS-NOVO-ALERTA      PIC 9(3)V9.
       77  WS-NOVO-LIMITE      PIC 9(4).
       77  WS-MOTIVO           PIC X(40).
       77  WS-S-NUMERO         PIC 9.
       77  WS-S-META           PIC ZZ9.9.
       77  WS-S-ALERTA         PIC ZZ9.9.
       77  WS-S-LIMITE         PIC ZZZ9.
       77  WS-MUDOU            PIC X VALUE "N".
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP02A31".
       77  WS-RESULTADO        PIC X(20).
       PROCEDURE DIVISION.
       PROG-PRINCIPAL-PARA.
           PERFORM 050-CARREGA-METAS.
           PERFORM FOREVER
              DISPLAY CR
              DISPLAY "--------------------------------------"
              DISPLAY "Metas de Nivel de Servico (METASNS)"
              DISPLAY "--------------------------------------"
              PERFORM 100-LISTA-METAS
              DISPLAY CR
              DISPLAY "[A] - Alterar a meta de um indicador"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN "V"
                    EXIT PERFORM
                 WHEN "A"
                    PERFORM 200-ALTERA-META
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
           END-PERFORM.
           IF WS-MUDOU = "S"
              MOVE "META ALTERADA" TO WS-RESULTADO
              CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO
           END-IF.
           GOBACK.
      ******************************************************************
      * METAS EM VIGOR: AS DE FABRICA, SOBREPOSTAS PELAS DO ARQUIVO    *
      ******************************************************************
       050-CARREGA-METAS               SECTION.
           PERFORM VARYING AC-MI FROM 1 BY 1
                   UNTIL AC-MI > QTDE-INDICADORES
              MOVE WS-PAD-META(AC-MI) TO WS-MET-META(AC-MI)
              MOVE WS-PAD-ALERTA(AC-MI) TO WS-MET-ALERTA(AC-MI)
              MOVE WS-PAD-LIMITE(AC-MI) TO WS-MET-LIMITE(AC-MI)
           END-PERFORM.
           OPEN INPUT METASNS-FILE.
           IF WS-MET-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              READ METASNS-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    PERFORM 060-APLICA-REGISTRO
              END-READ
           END-PERFORM.
           CLOSE METASNS-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM REGISTRO DO ARQUIVO SOBRE A LINHA DO SEU INDICADOR          *
      * (INDICADOR DESCONHECIDO OU VALOR NAO NUMERICO E IGNORADO)      *
      ******************************************************************
       060-APLICA-REGISTRO             SECTION.
           IF MS-META IS NOT NUMERIC OR MS-ALERTA IS NOT NUMERIC
              OR MS-LIMITE IS NOT NUMERIC
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-MI FROM 1 BY 1
                   UNTIL AC-MI > QTDE-INDICADORES
              IF WS-PAD-INDICADOR(AC-MI) = MS-INDICADOR
                 MOVE MS-META TO WS-MET-META(AC-MI)
                 MOVE MS-ALERTA TO WS-MET-ALERTA(AC-MI)
                 MOVE MS-LIMITE TO WS-MET-LIMITE(AC-MI)
                 EXIT SECTION
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * LISTA DOS INDICADORES COM A META, O PISO DO AMARELO E O LIMITE *
      ******************************************************************
       100-LISTA-METAS                 SECTION.
           DISPLAY "  INDICADOR DESCRICAO                        "
              "  META AMARELO LIMITE".
           PERFORM VARYING AC-MI FROM 1 BY 1
                   UNTIL AC-MI > QTDE-INDICADORES
              MOVE AC-MI TO WS-S-NUMERO
              MOVE WS-MET-META(AC-MI) TO WS-S-META
              MOVE WS-MET-ALERTA(AC-MI) TO WS-S-ALERTA
              MOVE WS-MET-LIMITE(AC-MI) TO WS-S-LIMITE
              DISPLAY WS-S-NUMERO " " WS-PAD-INDICADOR(AC-MI) "  "
                 WS-PAD-DESCRICAO(AC-MI) "   " WS-S-META "   "
                 WS-S-ALERTA "   " WS-S-LIMITE
           END-PERFORM.
           DISPLAY "(limite: minutos ate o reconhecimento do alerta)".
           EXIT.
      ******************************************************************
      * ALTERACAO DE UM INDICADOR, VALIDADA ANTES DE REGRAVAR          *
      ******************************************************************
       200-ALTERA-META                 SECTION.
           DISPLAY "Numero do indicador ....: " WITH NO ADVANCING.
           ACCEPT WS-ESCOLHA.
           IF WS-ESCOLHA < 1 OR WS-ESCOLHA > QTDE-INDICADORES
              DISPLAY "Numero invalido."
              EXIT SECTION
           END-IF
           DISPLAY "Meta (%) ...............: " WITH NO ADVANCING.
           ACCEPT WS-NOVA-META.
           DISPLAY "Piso do amarelo (%) ....: " WITH NO ADVANCING.
           ACCEPT WS-NOVO-ALERTA.
           MOVE ZERO TO WS-NOVO-LIMITE.
           IF WS-PAD-INDICADOR(WS-ESCOLHA) = "ALERTA"
              DISPLAY "Limite (minutos) .......: " WITH NO ADVANCING
              ACCEPT WS-NOVO-LIMITE
           END-IF
           PERFORM 300-VALIDA-META.
           IF WS-MOTIVO NOT = SPACES
              DISPLAY "Meta recusada: " FUNCTION TRIM(WS-MOTIVO)
              EXIT SECTION
           END-IF
           MOVE WS-NOVA-META TO WS-MET-META(WS-ESCOLHA).
           MOVE WS-NOVO-ALERTA TO WS-MET-ALERTA(WS-ESCOLHA).
           MOVE WS-NOVO-LIMITE TO WS-MET-LIMITE(WS-ESCOLHA).
           PERFORM 400-REGRAVA-METAS.
           MOVE "S" TO WS-MUDOU.
           DISPLAY "Meta alterada.".
           EXIT.
      ******************************************************************
      * VALIDACAO: META 0,1-100,0, AMARELO ATE A META, LIMITE DE       *
      * ALERTAS MAIOR QUE ZERO                                         *
      ******************************************************************
       300-VALIDA-META                 SECTION.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
              WHEN WS-NOVA-META = ZERO OR WS-NOVA-META > 100
                 MOVE "META DEVE SER DE 0,1 A 100,0" TO WS-MOTIVO
              WHEN WS-NOVO-ALERTA > WS-NOVA-META
                 MOVE "AMARELO NAO PODE PASSAR DA META" TO WS-MOTIVO
              WHEN WS-PAD-INDICADOR(WS-ESCOLHA) = "ALERTA"
                 AND WS-NOVO-LIMITE = ZERO
                 MOVE "LIMITE DEVE SER MAIOR QUE ZERO" TO WS-MOTIVO
           END-EVALUATE.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DO METASNS.DAT COM OS SEIS INDICADORES     *
      ******************************************************************
       400-REGRAVA-METAS               SECTION.
           OPEN OUTPUT METASNS-FILE.
           PERFORM VARYING AC-MI FROM 1 BY 1
                   UNTIL AC-MI > QTDE-INDICADORES
              MOVE WS-PAD-INDICADOR(AC-MI) TO MS-INDICADOR
              MOVE WS-MET-META(AC-MI) TO MS-META
              MOVE WS-MET-ALERTA(AC-MI) TO MS-ALERTA
              MOVE WS-MET-LIMITE(AC-MI) TO MS-LIMITE
              WRITE MS-REGISTRO
           END-PERFORM.
           CLOSE METASNS-FILE.
           EXIT.
       END PROGRAM CAP02AP31.
