      * autenticado na sessao pode incluir ou excluir operadores
      * (com o arquivo ainda vazio, a primeira inclusao e liberada
      * para o bootstrap).
      *
      * Cada operador carrega a unidade (sitio) onde trabalha,
      * conferida no cadastro de unidades pelo UNIDSVC: pedida na
      * inclusao e trocada pela opcao [U]. Em branco, o operador e da
      * sede e enxerga todas as unidades nos relatorios.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-OPERADORES VALUE 50.
       01  WS-TABELA-OPER.
           05  WS-OPER-REG PIC X(43) OCCURS LIMITE-OPERADORES TIMES.
       77  WS-QTDE-OPER        PIC 9(2) VALUE ZERO.
       77  AC-CI               PIC 9(2).
       77  AC-CJ               PIC 9(2).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP06A12".
       77  WS-RESULTADO        PIC X(20).
       77  WS-UNIDADE          PIC X(3).
       77  WS-UNI-CHAVE        PIC X(12).
       77  WS-UNI-STATUS       PIC X.
       LINKAGE SECTION.
       77  LK-PAPEL            PIC X.
       PROCEDURE DIVISION USING OPTIONAL LK-PAPEL.
              DISPLAY "[I] - Incluir operador"
              DISPLAY "[E] - Excluir operador"
              DISPLAY "[D] - Redefinir senha / desbloquear"
              DISPLAY "[U] - Trocar a unidade do operador"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
                    PERFORM 400-EXCLUI-OPERADOR
                 WHEN "D"
                    PERFORM 500-REDEFINE-SENHA
                 WHEN "U"
                    PERFORM 600-TROCA-UNIDADE
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
                   UNTIL AC-CI > WS-QTDE-OPER
              MOVE WS-OPER-REG(AC-CI) TO OP-REGISTRO
              DISPLAY OP-ID " " OP-NOME " papel " OP-PAPEL
                 " situacao " OP-SITUACAO " unidade " OP-UNIDADE
           END-PERFORM.
           EXIT.
      ******************************************************************
           IF OP-SANDBOX NOT = "S"
              MOVE "N" TO OP-SANDBOX
           END-IF
           PERFORM 650-COLHE-UNIDADE.
           IF WS-UNI-STATUS NOT = "S"
              EXIT SECTION
           END-IF
           MOVE WS-UNIDADE TO OP-UNIDADE.
           ADD 1 TO WS-QTDE-OPER.
           MOVE OP-REGISTRO TO WS-OPER-REG(WS-QTDE-OPER).
           MOVE "S" TO WS-MUDOU.
           END-IF.
           EXIT.
      ******************************************************************
      * TROCA DA UNIDADE DE UM OPERADOR                                *
      ******************************************************************
       600-TROCA-UNIDADE               SECTION.
           DISPLAY "Id do operador .: " WITH NO ADVANCING.
           ACCEPT WS-ID.
           MOVE FUNCTION UPPER-CASE(WS-ID) TO WS-ID.
           PERFORM 350-PROCURA-ID.
           IF WS-ACHOU NOT = "S"
              DISPLAY "Id nao encontrado."
              EXIT SECTION
           END-IF
           PERFORM 650-COLHE-UNIDADE.
           IF WS-UNI-STATUS NOT = "S"
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-OPER
              MOVE WS-OPER-REG(AC-CI) TO OP-REGISTRO
              IF OP-ID = WS-ID
                 MOVE WS-UNIDADE TO OP-UNIDADE
                 MOVE OP-REGISTRO TO WS-OPER-REG(AC-CI)
                 MOVE "S" TO WS-MUDOU
              END-IF
           END-PERFORM.
           DISPLAY "Unidade do operador trocada.".
           MOVE "UNIDADE TROCADA" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * COLHE A UNIDADE (EM BRANCO = SEDE) E CONFERE NO CADASTRO DE    *
      * UNIDADES; WS-UNI-STATUS "S" QUANDO ACEITA                      *
      ******************************************************************
       650-COLHE-UNIDADE               SECTION.
           DISPLAY "Unidade (branco = sede): " WITH NO ADVANCING.
           ACCEPT WS-UNIDADE.
           MOVE FUNCTION UPPER-CASE(WS-UNIDADE) TO WS-UNIDADE.
           MOVE SPACES TO WS-UNI-CHAVE.
           CALL "UNIDSVC" USING BY CONTENT "C",
              BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE, WS-UNI-STATUS.
           CALL "UNIDSVC" USING BY CONTENT "V",
              BY REFERENCE WS-UNI-CHAVE, WS-UNIDADE, WS-UNI-STATUS.
           IF WS-UNI-STATUS NOT = "S"
              DISPLAY "Unidade nao cadastrada ou inativa."
           END-IF.
           EXIT.
      ******************************************************************
      * REGRAVACAO INTEGRAL DO REGISTRO                                *
      ******************************************************************
       700-REGRAVA-OPERADORES          SECTION.
