      * pelos validadores (CAP06AP02, critica de matricula) - um
      * codigo bem formado mas nunca emitido, ou revogado, deixa de
      * passar.
      *
      * O registro tambem guarda os blocos de codigos alocados a
      * parceiros (CAP06AP15, origem "P"): esses codigos seguem o
      * algoritmo e o tamanho do parceiro e nao o formato da casa, e
      * aparecem na listagem pelo codigo do parceiro. A mudanca de
      * situacao aqui continua so para os codigos da casa - o ciclo
      * do bloco (alocado, usado, revogado) e do proprio bloco.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  SEQUENCIA-FILE.
       01  SQ-ULTIMO-NUMERO    PIC 9(6).
       FD  REGISTRO-FILE.
       COPY "codigreg.cpy".
       WORKING-STORAGE SECTION.
       77  WS-TRANSBORDO       PIC X VALUE "N".
       78  CR VALUE X"0D".
           05  WS-CM-DV        PIC 9.
       77  WS-CODIGO-MANUAL    PIC X(9).
       77  WS-ACHOU            PIC X.
       78  LIMITE-EMISSOES VALUE 5000.
       01  WS-TAB-EMISSOES.
           05  WS-EMI-REG PIC X(88) OCCURS LIMITE-EMISSOES TIMES.
       77  WS-QTDE-EMISSOES    PIC 9(4) VALUE ZERO.
       77  AC-CI               PIC 9(4).
       77  WS-NOVA-SITUACAO    PIC X.
       77  WS-OPERADOR         PIC X(12).
       77  WS-DATA-HORA-SISTEMA PIC X(20).
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CG-CODIGO = WS-CODIGO-MANUAL
                       AND CG-PARCEIRO = SPACES
                       MOVE "S" TO WS-ACHOU
                    END-IF
              END-READ
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CG-PARCEIRO = SPACES
                       DISPLAY CG-CODIGO " " CG-DATA " " CG-HORA " "
                          CG-OPERADOR " " CG-ORIGEM "    " CG-SITUACAO
                    ELSE
                       DISPLAY CG-DATA " " CG-HORA " "
                          CG-OPERADOR " " CG-ORIGEM "    " CG-SITUACAO
                          "  " CG-PARCEIRO " " CG-BLOCO " "
                          FUNCTION TRIM(CG-COD-PARCEIRO)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REGISTRO-FILE.
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF CG-CODIGO = WS-CODIGO-MANUAL
                       AND CG-PARCEIRO = SPACES
                       MOVE WS-NOVA-SITUACAO TO CG-SITUACAO
                       MOVE WS-DATA-HORA-SISTEMA(1:8)
                          TO CG-SIT-DATA
           MOVE "A" TO CG-SITUACAO.
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO CG-SIT-DATA.
           MOVE WS-OPERADOR TO CG-SIT-OPERADOR.
           MOVE SPACES TO CG-PARCEIRO.
           MOVE ZERO TO CG-BLOCO.
           MOVE SPACES TO CG-COD-PARCEIRO.
           OPEN EXTEND REGISTRO-FILE.
           IF WS-REG-STATUS = "35"
              OPEN OUTPUT REGISTRO-FILE
