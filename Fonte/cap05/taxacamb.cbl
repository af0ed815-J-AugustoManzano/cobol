       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXACAMB.
      *
      * Servico de taxa de cambio datada sobre CAMBIO.DAT (mantida
      * por C0502CMB): devolve a taxa da moeda pedida vigente numa
      * data - a mais recente com vigencia ate aquela data; vigencias
      * posteriores nao valem para tras. E a mesma escolha da
      * conversao interativa C0502CVT, agora num servico unico para a
      * conversao, o envelhecimento (CAP06AP10), a projecao de caixa
      * (CAP06AP13), a baixa de compromisso em moeda (CAP06AP09) e a
      * reavaliacao mensal (CAP06AP17) nao divergirem na taxa.
      *
      * Entrada: LK-MOEDA (em branco = moeda base, taxa 1) e LK-DATA
      * (AAAAMMDD). Saida: LK-TAXA (unidades da moeda base por uma
      * unidade da moeda pedida), LK-DATA-TAXA (vigencia da taxa
      * escolhida, DD/MM/AAAA como gravada) e LK-ACHOU ("S" ou "N" -
      * moeda sem taxa vigente na data).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LS-CMB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIO-FILE.
       COPY "cambio.cpy".
       LOCAL-STORAGE SECTION.
       77  LS-CMB-STATUS       PIC XX.
       77  LS-FIM-ARQUIVO      PIC X VALUE "N".
           88 LS-FIM-OK        VALUE "S".
       77  LS-DATA-LINHA       PIC 9(8).
       77  LS-DATA-MELHOR      PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
       77  LK-MOEDA            PIC X(3).
       77  LK-DATA             PIC 9(8).
       77  LK-TAXA             PIC 9(2)V9(6).
       77  LK-DATA-TAXA        PIC X(10).
       77  LK-ACHOU            PIC X.
       PROCEDURE DIVISION USING LK-MOEDA, LK-DATA, LK-TAXA,
               LK-DATA-TAXA, LK-ACHOU.
       PROG-PRINCIPAL-PARA.
           MOVE "N" TO LK-ACHOU.
           MOVE ZERO TO LK-TAXA.
           MOVE SPACES TO LK-DATA-TAXA.
           IF LK-MOEDA = SPACES
              MOVE 1 TO LK-TAXA
              MOVE "S" TO LK-ACHOU
              EXIT PROGRAM
           END-IF.
           PERFORM 100-PROCURA-TAXA-NA-DATA.
           EXIT PROGRAM.
      ******************************************************************
      * TAXA VIGENTE NA DATA PEDIDA: A MAIS RECENTE COM VIGENCIA ATE   *
      * A DATA ALVO (VIGENCIAS POSTERIORES NAO VALEM PARA TRAS)        *
      ******************************************************************
       100-PROCURA-TAXA-NA-DATA        SECTION.
           OPEN INPUT CAMBIO-FILE.
           IF LS-CMB-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL LS-FIM-OK
              READ CAMBIO-FILE
                 AT END
                    MOVE "S" TO LS-FIM-ARQUIVO
                 NOT AT END
                    IF CB-MOEDA = LK-MOEDA
                       MOVE CB-DATA(7:4) TO LS-DATA-LINHA(1:4)
                       MOVE CB-DATA(4:2) TO LS-DATA-LINHA(5:2)
                       MOVE CB-DATA(1:2) TO LS-DATA-LINHA(7:2)
                       IF LS-DATA-LINHA <= LK-DATA
                          AND LS-DATA-LINHA >= LS-DATA-MELHOR
                          MOVE LS-DATA-LINHA TO LS-DATA-MELHOR
                          MOVE CB-TAXA TO LK-TAXA
                          MOVE CB-DATA TO LK-DATA-TAXA
                          MOVE "S" TO LK-ACHOU
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CAMBIO-FILE.
           EXIT.
