       IDENTIFICATION DIVISION.
       PROGRAM-ID. C0602HUT.
      *
      * HORAS UTEIS entre dois carimbos de data/hora, companheira de
      * C0602DUT (que conta dias uteis inteiros): os compromissos de
      * servico da operacao sao escritos em horas de expediente - uma
      * trava presa por mais de quatro horas uteis, um alerta
      * reconhecido em duas, uma nota de passagem lida ate o meio da
      * manha - e ate aqui eram medidos no relogio de parede. O
      * expediente e o das chaves EXPED-INICIO e EXPED-FIM de SYSCFG
      * (HHMM, padrao 0800 a 1800); fins de semana e feriados de
      * FERIADOS.DAT ficam de fora pelo mesmo C0602FER usado em toda
      * a familia, e a caminhada entre os dias e a do C0602SOM.
      *
      * As datas sao DD/MM/AAAA, validadas por C0602DAT, e as horas
      * HHMM (o minuto e a menor unidade contada). LK-OPCAO:
      *    "D" - devolve em LK-HORAS e LK-MINUTOS o tempo util entre
      *          o carimbo 1 e o carimbo 2; carimbo 2 anterior ao 1
      *          devolve os dois valores negativos, como o C0602DUT;
      *    "S" - devolve em LK-DATA-2/LK-HORA-2 o momento em que se
      *          completam LK-HORAS e LK-MINUTOS uteis a partir do
      *          carimbo 1; um carimbo fora do expediente comeca a
      *          contar na abertura do proximo periodo util, e o prazo
      *          que termina exatamente no fechamento devolve o
      *          fechamento daquele dia.
      * LK-STATUS segue o S/E de C0602DIF: "E" para data ou hora
      * invalida, opcao desconhecida ou expediente mal configurado. O
      * parametro OPCIONAL LK-CALENDARIO escolhe o calendario regional
      * de feriados (ausente = SEDE), repassado ao C0602FER.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       LOCAL-STORAGE SECTION.
       78  LIMITE-DIAS VALUE 3660.
       77  LS-SAIDA-DATA-1   PIC X(10).
       77  LS-SAIDA-DATA-2   PIC X(10).
       77  LS-MOTIVO         PIC X(40).
       77  LS-CFG-CHAVE      PIC X(12).
       77  LS-CFG-VALOR      PIC X(30).
       77  LS-EXPED-INI      PIC 9(4) VALUE 480.
       77  LS-EXPED-FIM      PIC 9(4) VALUE 1080.
       01  LS-HHMM.
           05  LS-HH         PIC 99.
           05  LS-MM         PIC 99.
       01  LS-HHMM-N REDEFINES LS-HHMM PIC 9(4).
       77  LS-MIN-1          PIC 9(4).
       01  LS-CHAVE-1.
           05  LS-CH1-DATA   PIC 9(8).
           05  LS-CH1-MIN    PIC 9(4).
       01  LS-CHAVE-2.
           05  LS-CH2-DATA   PIC 9(8).
           05  LS-CH2-MIN    PIC 9(4).
       77  LS-CHAVE-TROCA    PIC X(12).
       77  LS-INVERTIDO      PIC X VALUE "N".
       01  LS-DATA-ATUAL     PIC X(10).
       01  LS-DATA-SEGUINTE  PIC X(10).
       77  LS-DATA-ATUAL-N   PIC 9(8).
       77  LS-DIAS-SOMAR     PIC S9(8) VALUE 1.
       77  LS-STATUS-SOM     PIC X.
       77  LS-FERIADO        PIC X.
       77  LS-FIM-SEMANA     PIC X.
       77  LS-DIA-UTIL       PIC X.
       77  LS-INICIO-DIA     PIC 9(4).
       77  LS-FIM-DIA        PIC 9(4).
       77  LS-DISPONIVEL     PIC 9(4).
       77  LS-CONTAGEM       PIC 9(9) VALUE ZERO.
       77  LS-RESTANTE       PIC 9(9) VALUE ZERO.
       77  LS-CURSOR         PIC 9(4).
       77  LS-PASSOS         PIC 9(5) VALUE ZERO.
       77  LS-CALENDARIO     PIC X(4).
       LINKAGE SECTION.
       77  LK-OPCAO          PIC X.
           88  LK-DIFERENCA    VALUE "D".
           88  LK-SOMA         VALUE "S".
       01  LK-DATA-1         PIC X(10).
       77  LK-HORA-1         PIC 9(4).
       01  LK-DATA-2         PIC X(10).
       77  LK-HORA-2         PIC 9(4).
       77  LK-HORAS          PIC S9(6).
       77  LK-MINUTOS        PIC S9(2).
       77  LK-STATUS         PIC X.
           88  LK-STATUS-OK    VALUE "S".
           88  LK-STATUS-ERRO  VALUE "E".
       77  LK-CALENDARIO     PIC X(4).
       PROCEDURE DIVISION USING LK-OPCAO, LK-DATA-1, LK-HORA-1,
               LK-DATA-2, LK-HORA-2, LK-HORAS, LK-MINUTOS, LK-STATUS,
               OPTIONAL LK-CALENDARIO.
       PROG-PRINCIPAL-PARA.
           MOVE "SEDE" TO LS-CALENDARIO.
           IF ADDRESS OF LK-CALENDARIO NOT = NULL
              AND LK-CALENDARIO NOT = SPACES
              MOVE LK-CALENDARIO TO LS-CALENDARIO
           END-IF.
           MOVE "E" TO LK-STATUS.
           PERFORM 100-LE-EXPEDIENTE.
           IF LS-EXPED-INI >= LS-EXPED-FIM
              EXIT PROGRAM
           END-IF
           CALL "C0602DAT" USING BY CONTENT LK-DATA-1,
               BY REFERENCE LS-SAIDA-DATA-1, BY REFERENCE LS-MOTIVO,
               BY CONTENT "B".
           IF LS-SAIDA-DATA-1 = "**/**/****"
              EXIT PROGRAM
           END-IF
           MOVE LK-HORA-1 TO LS-HHMM.
           PERFORM 150-CONFERE-HORA.
           IF LS-MIN-1 > 1439
              EXIT PROGRAM
           END-IF
           MOVE LS-MIN-1 TO LS-CH1-MIN.
           MOVE LS-SAIDA-DATA-1(7:4) TO LS-CH1-DATA(1:4).
           MOVE LS-SAIDA-DATA-1(4:2) TO LS-CH1-DATA(5:2).
           MOVE LS-SAIDA-DATA-1(1:2) TO LS-CH1-DATA(7:2).
           EVALUATE TRUE
              WHEN LK-DIFERENCA
                 PERFORM 200-DIFERENCA
              WHEN LK-SOMA
                 PERFORM 300-SOMA
           END-EVALUATE.
           EXIT PROGRAM.
      ******************************************************************
      * EXPEDIENTE DAS CHAVES DE SYSCFG, EM MINUTOS DESDE A MEIA-NOITE *
      ******************************************************************
       100-LE-EXPEDIENTE               SECTION.
           MOVE "EXPED-INICIO" TO LS-CFG-CHAVE.
           CALL "SYSCFG" USING LS-CFG-CHAVE, LS-CFG-VALOR.
           IF LS-CFG-VALOR(1:4) IS NUMERIC
              MOVE LS-CFG-VALOR(1:4) TO LS-HHMM
              PERFORM 150-CONFERE-HORA
              IF LS-MIN-1 <= 1440
                 MOVE LS-MIN-1 TO LS-EXPED-INI
              END-IF
           END-IF.
           MOVE "EXPED-FIM" TO LS-CFG-CHAVE.
           CALL "SYSCFG" USING LS-CFG-CHAVE, LS-CFG-VALOR.
           IF LS-CFG-VALOR(1:4) IS NUMERIC
              MOVE LS-CFG-VALOR(1:4) TO LS-HHMM
              PERFORM 150-CONFERE-HORA
              IF LS-MIN-1 <= 1440
                 MOVE LS-MIN-1 TO LS-EXPED-FIM
              END-IF
           END-IF.
           EXIT.
      ******************************************************************
      * HHMM (LS-HHMM) EM MINUTOS DESDE A MEIA-NOITE NO LS-MIN-1; HORA *
      * INVALIDA DEVOLVE 9999 (2400 = FIM DO DIA E ACEITO)             *
      ******************************************************************
       150-CONFERE-HORA                SECTION.
           IF LS-HHMM IS NOT NUMERIC
              OR LS-MM > 59
              OR LS-HH > 24
              OR (LS-HH = 24 AND LS-MM > ZERO)
              MOVE 9999 TO LS-MIN-1
              EXIT SECTION
           END-IF
           COMPUTE LS-MIN-1 = LS-HH * 60 + LS-MM.
           EXIT.
      ******************************************************************
      * TEMPO UTIL ENTRE OS DOIS CARIMBOS: SOMA, DIA A DIA, A PARTE DO *
      * EXPEDIENTE DE CADA DIA UTIL QUE CAI DENTRO DO INTERVALO        *
      ******************************************************************
       200-DIFERENCA                   SECTION.
           CALL "C0602DAT" USING BY CONTENT LK-DATA-2,
               BY REFERENCE LS-SAIDA-DATA-2, BY REFERENCE LS-MOTIVO,
               BY CONTENT "B".
           IF LS-SAIDA-DATA-2 = "**/**/****"
              EXIT SECTION
           END-IF
           MOVE LK-HORA-2 TO LS-HHMM.
           PERFORM 150-CONFERE-HORA.
           IF LS-MIN-1 > 1439
              EXIT SECTION
           END-IF
           MOVE LS-MIN-1 TO LS-CH2-MIN.
           MOVE LS-SAIDA-DATA-2(7:4) TO LS-CH2-DATA(1:4).
           MOVE LS-SAIDA-DATA-2(4:2) TO LS-CH2-DATA(5:2).
           MOVE LS-SAIDA-DATA-2(1:2) TO LS-CH2-DATA(7:2).
      *    Ordena o intervalo: a caminhada e sempre para a frente;
      *    o sinal e devolvido no final quando o intervalo veio
      *    invertido.
           IF LS-CHAVE-2 < LS-CHAVE-1
              MOVE "S" TO LS-INVERTIDO
              MOVE LS-SAIDA-DATA-2 TO LS-DATA-ATUAL
              MOVE LS-CHAVE-2 TO LS-CHAVE-TROCA
              MOVE LS-CHAVE-1 TO LS-CHAVE-2
              MOVE LS-CHAVE-TROCA TO LS-CHAVE-1
           ELSE
              MOVE LS-SAIDA-DATA-1 TO LS-DATA-ATUAL
           END-IF
           MOVE LS-CH1-DATA TO LS-DATA-ATUAL-N.
           PERFORM UNTIL LS-DATA-ATUAL-N > LS-CH2-DATA
              CALL "C0602FER" USING LS-DATA-ATUAL, LS-FERIADO,
                  LS-FIM-SEMANA, LS-DIA-UTIL, LS-CALENDARIO
              IF LS-DIA-UTIL = "S"
                 PERFORM 210-CONTA-DIA
              END-IF
              PERFORM 400-AVANCA-UM-DIA
           END-PERFORM.
           DIVIDE LS-CONTAGEM BY 60 GIVING LK-HORAS
              REMAINDER LK-MINUTOS.
           IF LS-INVERTIDO = "S"
              COMPUTE LK-HORAS = ZERO - LK-HORAS
              COMPUTE LK-MINUTOS = ZERO - LK-MINUTOS
           END-IF
           MOVE "S" TO LK-STATUS.
           EXIT.
      ******************************************************************
      * PARTE DO EXPEDIENTE DE UM DIA UTIL DENTRO DO INTERVALO         *
      ******************************************************************
       210-CONTA-DIA                   SECTION.
           MOVE LS-EXPED-INI TO LS-INICIO-DIA.
           MOVE LS-EXPED-FIM TO LS-FIM-DIA.
           IF LS-DATA-ATUAL-N = LS-CH1-DATA
              AND LS-CH1-MIN > LS-INICIO-DIA
              MOVE LS-CH1-MIN TO LS-INICIO-DIA
           END-IF
           IF LS-DATA-ATUAL-N = LS-CH2-DATA
              AND LS-CH2-MIN < LS-FIM-DIA
              MOVE LS-CH2-MIN TO LS-FIM-DIA
           END-IF
           IF LS-FIM-DIA > LS-INICIO-DIA
              COMPUTE LS-CONTAGEM = LS-CONTAGEM
                 + LS-FIM-DIA - LS-INICIO-DIA
           END-IF.
           EXIT.
      ******************************************************************
      * MOMENTO EM QUE SE COMPLETAM N HORAS UTEIS A PARTIR DO CARIMBO  *
      * 1: CONSOME O EXPEDIENTE DIA A DIA ATE O SALDO CABER NUM DIA    *
      ******************************************************************
       300-SOMA                        SECTION.
           IF LK-HORAS < ZERO OR LK-MINUTOS < ZERO
              EXIT SECTION
           END-IF
           COMPUTE LS-RESTANTE = LK-HORAS * 60 + LK-MINUTOS.
           IF LS-RESTANTE = ZERO
              MOVE LS-SAIDA-DATA-1 TO LK-DATA-2
              MOVE LK-HORA-1 TO LK-HORA-2
              MOVE "S" TO LK-STATUS
              EXIT SECTION
           END-IF
           MOVE LS-SAIDA-DATA-1 TO LS-DATA-ATUAL.
           MOVE LS-CH1-DATA TO LS-DATA-ATUAL-N.
           MOVE LS-CH1-MIN TO LS-CURSOR.
           PERFORM UNTIL LS-PASSOS > LIMITE-DIAS
              CALL "C0602FER" USING LS-DATA-ATUAL, LS-FERIADO,
                  LS-FIM-SEMANA, LS-DIA-UTIL, LS-CALENDARIO
              IF LS-DIA-UTIL = "S"
                 MOVE LS-EXPED-INI TO LS-INICIO-DIA
                 IF LS-CURSOR > LS-INICIO-DIA
                    MOVE LS-CURSOR TO LS-INICIO-DIA
                 END-IF
                 IF LS-INICIO-DIA < LS-EXPED-FIM
                    COMPUTE LS-DISPONIVEL = LS-EXPED-FIM
                       - LS-INICIO-DIA
                    IF LS-RESTANTE <= LS-DISPONIVEL
                       COMPUTE LS-CURSOR = LS-INICIO-DIA
                          + LS-RESTANTE
                       DIVIDE LS-CURSOR BY 60 GIVING LS-HH
                          REMAINDER LS-MM
                       MOVE LS-DATA-ATUAL TO LK-DATA-2
                       MOVE LS-HHMM-N TO LK-HORA-2
                       MOVE "S" TO LK-STATUS
                       EXIT SECTION
                    END-IF
                    SUBTRACT LS-DISPONIVEL FROM LS-RESTANTE
                 END-IF
              END-IF
              PERFORM 400-AVANCA-UM-DIA
              MOVE ZERO TO LS-CURSOR
              ADD 1 TO LS-PASSOS
           END-PERFORM.
           EXIT.
      ******************************************************************
      * AVANCA UM DIA CORRIDO (DD/MM/AAAA E AAAAMMDD)                  *
      ******************************************************************
       400-AVANCA-UM-DIA               SECTION.
           CALL "C0602SOM" USING LS-DATA-ATUAL, LS-DIAS-SOMAR,
               LS-DATA-SEGUINTE, LS-STATUS-SOM.
           MOVE LS-DATA-SEGUINTE TO LS-DATA-ATUAL.
           MOVE LS-DATA-ATUAL(7:4) TO LS-DATA-ATUAL-N(1:4).
           MOVE LS-DATA-ATUAL(4:2) TO LS-DATA-ATUAL-N(5:2).
           MOVE LS-DATA-ATUAL(1:2) TO LS-DATA-ATUAL-N(7:2).
           EXIT.
