      * SEU parceiro pela DVCALC e aponta as recusas POR PARCEIRO em
      * PARCVAL.LST (IMPRIME/RELGER) - o arquivo ruim de um parceiro
      * quica na chegada, nao na postagem. Totais via STATSLOG.
      *
      * O parceiro que atribui codigos offline no proprio sistema
      * recebe um BLOCO numerado: [A] reserva a faixa seguinte de
      * bases do parceiro (no tamanho do perfil dele), registra o
      * bloco em PARCBLO.DAT e grava cada codigo do bloco, com o
      * digito pelo algoritmo do parceiro, em CODIGREG.DAT como
      * alocado e nao usado ("L"). A conciliacao [C] (CAP06AP20)
      * marca os usados pelo PARCCOD.DAT devolvido e aponta o saldo
      * e a idade de cada bloco; o bloco parado e revogado em [R] -
      * o que ainda nao foi usado vira "R" no registro de emissoes.
      * A base do bloco vai ate 18 digitos.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PARCCOD-FILE ASSIGN TO "PARCCOD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COD-STATUS.
           SELECT PARCBLO-FILE ASSIGN TO "PARCBLO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BLO-STATUS.
           SELECT REGISTRO-FILE ASSIGN TO "CODIGREG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CGR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARCREG-FILE.
       01  PC-REGISTRO.
           05  PC-PARCEIRO     PIC X(4).
           05  PC-CODIGO       PIC X(21).
       FD  PARCBLO-FILE.
       COPY "parcblo.cpy".
       FD  REGISTRO-FILE.
       COPY "codigreg.cpy".
       WORKING-STORAGE SECTION.
       78  CR VALUE X"0D".
       78  LIMITE-PARCEIROS VALUE 50.
       77  WS-DUR-MIN     PIC 9(2).
       77  WS-DUR-SEG     PIC 9(2).
       77  WS-DUR-CEN     PIC 9(2).
       78  LIMITE-BLOCO VALUE 500.
       78  LIMITE-BLOCOS VALUE 500.
       78  LIMITE-EMISSOES VALUE 5000.
       01  WS-TAB-BLOCOS.
           05  WS-BLO-REG PIC X(95) OCCURS LIMITE-BLOCOS TIMES.
       77  WS-QTDE-BLOCOS PIC 9(4) VALUE ZERO.
       01  WS-TAB-EMISSOES.
           05  WS-EMI-REG PIC X(88) OCCURS LIMITE-EMISSOES TIMES.
       77  WS-QTDE-EMISSOES PIC 9(4) VALUE ZERO.
       77  AC-CJ          PIC 9(4).
       77  WS-BLO-STATUS  PIC XX.
       77  WS-CGR-STATUS  PIC XX.
       77  WS-TRANSBORDO  PIC X.
       77  WS-PARCEIRO    PIC X(4).
       77  WS-QTDE-PEDIDA PIC 9(6).
       77  WS-NUM-BLOCO   PIC 9(6).
       77  WS-ULTIMO-BLOCO PIC 9(6).
       77  WS-ULTIMA-BASE PIC 9(18).
       77  WS-BASE-INICIO PIC 9(18).
       77  WS-BASE-FIM    PIC 9(18).
       77  WS-LIMITE-BASE PIC 9(19).
       01  WS-BASE-N      PIC 9(18).
       01  WS-BASE-X REDEFINES WS-BASE-N PIC X(18).
       77  WS-TAM-BASE    PIC 9(3).
       77  WS-POS-BASE    PIC 9(3).
       77  WS-REVOGADOS   PIC 9(6).
       77  WS-DATA-NEG    PIC 9(8).
       77  WS-OPERADOR    PIC X(12).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
       77  WS-PROGRAMA    PIC X(8) VALUE "CAP06A15".
       77  WS-RESULTADO   PIC X(20).
       PROCEDURE DIVISION.
              DISPLAY "[L] - Listar perfis"
              DISPLAY "[I] - Incluir perfil de parceiro"
              DISPLAY "[B] - Validacao em lote (PARCCOD.DAT)"
              DISPLAY "[A] - Alocar bloco de codigos a parceiro"
              DISPLAY "[C] - Conciliar uso dos blocos (PARCCOD.DAT)"
              DISPLAY "[R] - Revogar bloco"
              DISPLAY "[V] - Voltar"
              DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
              ACCEPT WS-OPCAO
                    PERFORM 300-INCLUI-PERFIL
                 WHEN "B"
                    PERFORM 500-VALIDA-LOTE
                 WHEN "A"
                    PERFORM 700-ALOCA-BLOCO
                 WHEN "C"
                    CALL "CAP06AP20"
                 WHEN "R"
                    PERFORM 800-REVOGA-BLOCO
                 WHEN OTHER
                    DISPLAY "Opcao invalida."
              END-EVALUATE
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * ALOCACAO DE UM BLOCO: A FAIXA SEGUINTE DE BASES DO PARCEIRO,   *
      * CADA CODIGO COM O DIGITO DO ALGORITMO DELE, ALOCADO NAO USADO  *
      ******************************************************************
       700-ALOCA-BLOCO                 SECTION.
           DISPLAY "Parceiro (4 pos.) .........: " WITH NO ADVANCING.
           ACCEPT WS-PARCEIRO.
           MOVE FUNCTION UPPER-CASE(WS-PARCEIRO) TO WS-PARCEIRO.
           MOVE ZERO TO AC-ACHOU.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-QTDE-PERFIS OR AC-ACHOU > ZERO
              IF WS-PF-PARCEIRO(AC-CI) = WS-PARCEIRO
                 MOVE AC-CI TO AC-ACHOU
              END-IF
           END-PERFORM.
           IF AC-ACHOU = ZERO
              DISPLAY "Parceiro sem perfil registrado."
              EXIT SECTION
           END-IF
           MOVE WS-PF-TAMANHO(AC-ACHOU) TO WS-TAM-BASE.
           IF WS-TAM-BASE > 18
              DISPLAY "Base do parceiro acima de 18 digitos; bloco "
                      "nao suportado."
              EXIT SECTION
           END-IF
           DISPLAY "Quantidade de codigos .....: " WITH NO ADVANCING.
           ACCEPT WS-QTDE-PEDIDA.
           IF WS-QTDE-PEDIDA < 1 OR WS-QTDE-PEDIDA > LIMITE-BLOCO
              DISPLAY "Quantidade fora de 1-" LIMITE-BLOCO "."
              EXIT SECTION
           END-IF
           PERFORM 750-CARREGA-BLOCOS.
           IF WS-QTDE-BLOCOS >= LIMITE-BLOCOS
              DISPLAY "Tabela de blocos cheia."
              EXIT SECTION
           END-IF
      *    A faixa continua depois da maior base ja alocada ao
      *    parceiro e precisa caber no tamanho da base dele.
           MOVE ZERO TO WS-ULTIMO-BLOCO.
           MOVE ZERO TO WS-ULTIMA-BASE.
           PERFORM VARYING AC-CJ FROM 1 BY 1
                   UNTIL AC-CJ > WS-QTDE-BLOCOS
              MOVE WS-BLO-REG(AC-CJ) TO PB-REGISTRO
              IF PB-NUMERO > WS-ULTIMO-BLOCO
                 MOVE PB-NUMERO TO WS-ULTIMO-BLOCO
              END-IF
              IF PB-PARCEIRO = WS-PARCEIRO
                 AND PB-FIM > WS-ULTIMA-BASE
                 MOVE PB-FIM TO WS-ULTIMA-BASE
              END-IF
           END-PERFORM.
           MOVE 1 TO WS-LIMITE-BASE.
           PERFORM WS-TAM-BASE TIMES
              MULTIPLY 10 BY WS-LIMITE-BASE
           END-PERFORM.
           IF WS-ULTIMA-BASE + WS-QTDE-PEDIDA >= WS-LIMITE-BASE
              DISPLAY "Faixa do parceiro esgotada para o tamanho da "
                      "base."
              EXIT SECTION
           END-IF
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
           COMPUTE WS-NUM-BLOCO = WS-ULTIMO-BLOCO + 1.
           COMPUTE WS-BASE-INICIO = WS-ULTIMA-BASE + 1.
           COMPUTE WS-BASE-FIM = WS-ULTIMA-BASE + WS-QTDE-PEDIDA.
           MOVE WS-NUM-BLOCO  TO PB-NUMERO.
           MOVE WS-PARCEIRO   TO PB-PARCEIRO.
           MOVE WS-BASE-INICIO TO PB-INICIO.
           MOVE WS-BASE-FIM   TO PB-FIM.
           MOVE WS-QTDE-PEDIDA TO PB-QTDE.
           MOVE WS-DATA-NEG   TO PB-DATA.
           MOVE WS-OPERADOR   TO PB-OPERADOR.
           MOVE "A"           TO PB-SITUACAO.
           MOVE ZERO          TO PB-USADOS.
           MOVE WS-DATA-NEG   TO PB-DATA-SIT.
           MOVE ZERO          TO PB-DATA-CONC.
           OPEN EXTEND PARCBLO-FILE.
           IF WS-BLO-STATUS = "35"
              OPEN OUTPUT PARCBLO-FILE
           END-IF
           WRITE PB-REGISTRO.
           CLOSE PARCBLO-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           COMPUTE WS-POS-BASE = 19 - WS-TAM-BASE.
           OPEN EXTEND REGISTRO-FILE.
           IF WS-CGR-STATUS = "35"
              OPEN OUTPUT REGISTRO-FILE
           END-IF
           PERFORM VARYING WS-BASE-N FROM WS-BASE-INICIO BY 1
                   UNTIL WS-BASE-N > WS-BASE-FIM
              MOVE SPACES TO WS-COD-PDV
              MOVE WS-BASE-X(WS-POS-BASE:WS-TAM-BASE) TO WS-COD-PDV
              CALL "DVCALC" USING BY CONTENT WS-COD-PDV,
                  BY CONTENT WS-TAM-BASE, BY REFERENCE WS-DV,
                  BY CONTENT WS-PF-ALGORITMO(AC-ACHOU)
              MOVE SPACES TO CG-REGISTRO
              MOVE WS-DATA-HORA-SISTEMA(1:8) TO CG-DATA
              MOVE WS-DATA-HORA-SISTEMA(9:6) TO CG-HORA
              MOVE WS-OPERADOR TO CG-OPERADOR
              MOVE "P" TO CG-ORIGEM
              MOVE "L" TO CG-SITUACAO
              MOVE WS-DATA-HORA-SISTEMA(1:8) TO CG-SIT-DATA
              MOVE WS-OPERADOR TO CG-SIT-OPERADOR
              MOVE WS-PARCEIRO TO CG-PARCEIRO
              MOVE WS-NUM-BLOCO TO CG-BLOCO
              MOVE WS-COD-PDV(1:WS-TAM-BASE) TO CG-COD-PARCEIRO
              MOVE WS-DV TO CG-COD-PARCEIRO(WS-TAM-BASE + 1:1)
              WRITE CG-REGISTRO
           END-PERFORM.
           CLOSE REGISTRO-FILE.
           DISPLAY "Bloco " WS-NUM-BLOCO " alocado a " WS-PARCEIRO
              ": bases " WS-BASE-INICIO " a " WS-BASE-FIM ".".
           MOVE "BLOCO ALOCADO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
      ******************************************************************
      * CARGA DOS BLOCOS JA ALOCADOS PARA A TABELA                     *
      ******************************************************************
       750-CARREGA-BLOCOS              SECTION.
           MOVE ZERO TO WS-QTDE-BLOCOS.
           OPEN INPUT PARCBLO-FILE.
           IF WS-BLO-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ PARCBLO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF WS-QTDE-BLOCOS < LIMITE-BLOCOS
                       ADD 1 TO WS-QTDE-BLOCOS
                       MOVE PB-REGISTRO
                          TO WS-BLO-REG(WS-QTDE-BLOCOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PARCBLO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * REVOGACAO DE UM BLOCO ATIVO: O BLOCO VIRA "R" E OS CODIGOS     *
      * AINDA NAO USADOS DELE SAO REVOGADOS NO REGISTRO DE EMISSOES    *
      ******************************************************************
       800-REVOGA-BLOCO                SECTION.
           DISPLAY "Numero do bloco ...........: " WITH NO ADVANCING.
           ACCEPT WS-NUM-BLOCO.
           PERFORM 750-CARREGA-BLOCOS.
           MOVE ZERO TO AC-ACHOU.
           PERFORM VARYING AC-CJ FROM 1 BY 1
                   UNTIL AC-CJ > WS-QTDE-BLOCOS OR AC-ACHOU > ZERO
              MOVE WS-BLO-REG(AC-CJ) TO PB-REGISTRO
              IF PB-NUMERO = WS-NUM-BLOCO
                 MOVE AC-CJ TO AC-ACHOU
              END-IF
           END-PERFORM.
           IF AC-ACHOU = ZERO
              DISPLAY "Bloco nao encontrado."
              EXIT SECTION
           END-IF
           IF NOT PB-ATIVO
              DISPLAY "Bloco ja revogado."
              EXIT SECTION
           END-IF
           MOVE PB-PARCEIRO TO WS-PARCEIRO.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
           CALL "OPERADOR" USING BY CONTENT "C",
              BY REFERENCE WS-OPERADOR.
      *    Primeiro o registro de emissoes, inteiro na tabela: se nao
      *    couber, nada muda.
           MOVE ZERO TO WS-QTDE-EMISSOES.
           MOVE ZERO TO WS-REVOGADOS.
           MOVE "N" TO WS-TRANSBORDO.
           OPEN INPUT REGISTRO-FILE.
           IF WS-CGR-STATUS = "00"
              MOVE "N" TO WS-FIM-ARQUIVO
              PERFORM UNTIL WS-FIM-OK
                 READ REGISTRO-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       IF CG-PARCEIRO = WS-PARCEIRO
                          AND CG-BLOCO = WS-NUM-BLOCO
                          AND CG-SITUACAO = "L"
                          MOVE "R" TO CG-SITUACAO
                          MOVE WS-DATA-NEG TO CG-SIT-DATA
                          MOVE WS-OPERADOR TO CG-SIT-OPERADOR
                          ADD 1 TO WS-REVOGADOS
                       END-IF
                       IF WS-QTDE-EMISSOES < LIMITE-EMISSOES
                          ADD 1 TO WS-QTDE-EMISSOES
                          MOVE CG-REGISTRO
                             TO WS-EMI-REG(WS-QTDE-EMISSOES)
                       ELSE
                          MOVE "S" TO WS-TRANSBORDO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTRO-FILE
              MOVE "N" TO WS-FIM-ARQUIVO
           END-IF.
           IF WS-TRANSBORDO = "S"
              DISPLAY "CODIGREG.DAT excede a capacidade da tabela; "
                      "revogacao cancelada para nao truncar."
              EXIT SECTION
           END-IF
           IF WS-REVOGADOS > ZERO
              OPEN OUTPUT REGISTRO-FILE
              PERFORM VARYING AC-CJ FROM 1 BY 1
                      UNTIL AC-CJ > WS-QTDE-EMISSOES
                 MOVE WS-EMI-REG(AC-CJ) TO CG-REGISTRO
                 WRITE CG-REGISTRO
              END-PERFORM
              CLOSE REGISTRO-FILE
           END-IF
           MOVE WS-BLO-REG(AC-ACHOU) TO PB-REGISTRO.
           MOVE "R" TO PB-SITUACAO.
           MOVE WS-DATA-NEG TO PB-DATA-SIT.
           MOVE PB-REGISTRO TO WS-BLO-REG(AC-ACHOU).
           OPEN OUTPUT PARCBLO-FILE.
           PERFORM VARYING AC-CJ FROM 1 BY 1
                   UNTIL AC-CJ > WS-QTDE-BLOCOS
              MOVE WS-BLO-REG(AC-CJ) TO PB-REGISTRO
              WRITE PB-REGISTRO
           END-PERFORM.
           CLOSE PARCBLO-FILE.
           DISPLAY "Bloco " WS-NUM-BLOCO " revogado; " WS-REVOGADOS
              " codigo(s) nao usado(s) revogado(s).".
           MOVE "BLOCO REVOGADO" TO WS-RESULTADO.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
