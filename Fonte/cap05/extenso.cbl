       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTENSO.
      *
      * Valor monetario por extenso, para os documentos que exigem a
      * quantia escrita alem dos algarismos: recibo da calculadora
      * (C0502SAI), resumo e cotacao de quitacao dos contratos
      * (C0502CTR) e boletos de mensalidade (CAP04AP33). Devolve, em
      * minusculas e sem acentos, "mil duzentos e trinta e quatro
      * reais e cinquenta centavos", com o plural e o genero certos:
      * a moeda feminina (libra) leva "uma", "duas", "duzentas" nas
      * unidades e no milhar; o milhao e o centavo sao sempre
      * masculinos; milhoes redondos levam "de" antes da moeda; sem
      * parte inteira, os centavos saem "de real" (ou da moeda).
      *
      * Entrada: LK-VALOR (negativo sai com "menos" na frente) e
      * LK-MOEDA, o codigo de CAMBIO.DAT (em branco ou "BRL" = real).
      * Moeda fora da tabela de nomes sai pelo proprio codigo e
      * devolve LK-STATUS "N"; senao "S". LK-EXTENSO vem montado em
      * duas metades de 100 posicoes sem palavra partida entre elas:
      * o chamador imprime LK-EXTENSO(1:100) e, se nao estiver em
      * branco, LK-EXTENSO(101:100) na linha seguinte.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       LOCAL-STORAGE SECTION.
       01  LS-TAB-UNIDADES-M.
           05  FILLER PIC X(10) VALUE "um".
           05  FILLER PIC X(10) VALUE "dois".
           05  FILLER PIC X(10) VALUE "tres".
           05  FILLER PIC X(10) VALUE "quatro".
           05  FILLER PIC X(10) VALUE "cinco".
           05  FILLER PIC X(10) VALUE "seis".
           05  FILLER PIC X(10) VALUE "sete".
           05  FILLER PIC X(10) VALUE "oito".
           05  FILLER PIC X(10) VALUE "nove".
       01  FILLER REDEFINES LS-TAB-UNIDADES-M.
           05  LS-UNIDADE-M PIC X(10) OCCURS 9 TIMES.
       01  LS-TAB-DEZ-A-DEZENOVE.
           05  FILLER PIC X(10) VALUE "dez".
           05  FILLER PIC X(10) VALUE "onze".
           05  FILLER PIC X(10) VALUE "doze".
           05  FILLER PIC X(10) VALUE "treze".
           05  FILLER PIC X(10) VALUE "quatorze".
           05  FILLER PIC X(10) VALUE "quinze".
           05  FILLER PIC X(10) VALUE "dezesseis".
           05  FILLER PIC X(10) VALUE "dezessete".
           05  FILLER PIC X(10) VALUE "dezoito".
           05  FILLER PIC X(10) VALUE "dezenove".
       01  FILLER REDEFINES LS-TAB-DEZ-A-DEZENOVE.
           05  LS-DEZ-A-DEZENOVE PIC X(10) OCCURS 10 TIMES.
       01  LS-TAB-DEZENAS.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(10) VALUE "vinte".
           05  FILLER PIC X(10) VALUE "trinta".
           05  FILLER PIC X(10) VALUE "quarenta".
           05  FILLER PIC X(10) VALUE "cinquenta".
           05  FILLER PIC X(10) VALUE "sessenta".
           05  FILLER PIC X(10) VALUE "setenta".
           05  FILLER PIC X(10) VALUE "oitenta".
           05  FILLER PIC X(10) VALUE "noventa".
       01  FILLER REDEFINES LS-TAB-DEZENAS.
           05  LS-DEZENA PIC X(10) OCCURS 9 TIMES.
       01  LS-TAB-CENTENAS.
           05  FILLER PIC X(24) VALUE "cento       cento".
           05  FILLER PIC X(24) VALUE "duzentos    duzentas".
           05  FILLER PIC X(24) VALUE "trezentos   trezentas".
           05  FILLER PIC X(24) VALUE "quatrocentosquatrocentas".
           05  FILLER PIC X(24) VALUE "quinhentos  quinhentas".
           05  FILLER PIC X(24) VALUE "seiscentos  seiscentas".
           05  FILLER PIC X(24) VALUE "setecentos  setecentas".
           05  FILLER PIC X(24) VALUE "oitocentos  oitocentas".
           05  FILLER PIC X(24) VALUE "novecentos  novecentas".
       01  FILLER REDEFINES LS-TAB-CENTENAS.
           05  LS-CENTENA OCCURS 9 TIMES.
               10  LS-CENTENA-M PIC X(12).
               10  LS-CENTENA-F PIC X(12).
      *    Moedas: codigo, nome no singular, no plural e genero
       01  LS-TAB-MOEDAS.
           05  FILLER PIC X(44) VALUE
               "BRLreal                reais               M".
           05  FILLER PIC X(44) VALUE
               "USDdolar               dolares             M".
           05  FILLER PIC X(44) VALUE
               "EUReuro                euros               M".
           05  FILLER PIC X(44) VALUE
               "GBPlibra esterlina     libras esterlinas   F".
           05  FILLER PIC X(44) VALUE
               "JPYiene                ienes               M".
           05  FILLER PIC X(44) VALUE
               "CHFfranco suico        francos suicos      M".
           05  FILLER PIC X(44) VALUE
               "ARSpeso argentino      pesos argentinos    M".
           05  FILLER PIC X(44) VALUE
               "CADdolar canadense     dolares canadenses  M".
       01  FILLER REDEFINES LS-TAB-MOEDAS.
           05  LS-MOEDA OCCURS 8 TIMES.
               10  LS-MD-CODIGO   PIC X(3).
               10  LS-MD-SINGULAR PIC X(20).
               10  LS-MD-PLURAL   PIC X(20).
               10  LS-MD-GENERO   PIC X.
       78  QTDE-MOEDAS VALUE 8.
       77  AC-MD          PIC 9(2).
       01  LS-INTEIRO     PIC 9(9).
       01  FILLER REDEFINES LS-INTEIRO.
           05  LS-MILHOES    PIC 9(3).
           05  LS-MILHARES   PIC 9(3).
           05  LS-UNIDADES   PIC 9(3).
       77  LS-CENTAVOS    PIC 9(2).
       77  LS-ABSOLUTO    PIC 9(9)V99.
       01  LS-GRUPO       PIC 9(3).
       01  FILLER REDEFINES LS-GRUPO.
           05  LS-GR-C    PIC 9.
           05  LS-GR-D    PIC 9.
           05  LS-GR-U    PIC 9.
       77  LS-GRUPO-GEN   PIC X.
       77  LS-SINGULAR    PIC X(20).
       77  LS-PLURAL      PIC X(20).
       77  LS-GENERO      PIC X.
       77  LS-PALAVRA     PIC X(20).
       77  LS-TAMANHO     PIC 9(3).
       77  LS-PONTEIRO    PIC 9(3).
       LINKAGE SECTION.
       77  LK-VALOR       PIC S9(9)V99.
       77  LK-MOEDA       PIC X(3).
       77  LK-EXTENSO     PIC X(200).
       77  LK-STATUS      PIC X.
       PROCEDURE DIVISION USING LK-VALOR, LK-MOEDA, LK-EXTENSO,
               LK-STATUS.
       PROG-PRINCIPAL-PARA.
           MOVE SPACES TO LK-EXTENSO.
           MOVE "S" TO LK-STATUS.
           MOVE 1 TO LS-PONTEIRO.
           PERFORM 100-IDENTIFICA-MOEDA.
           IF LK-VALOR < ZERO
              MOVE "menos" TO LS-PALAVRA
              PERFORM 800-ACRESCENTA-PALAVRA
              COMPUTE LS-ABSOLUTO = ZERO - LK-VALOR
           ELSE
              MOVE LK-VALOR TO LS-ABSOLUTO
           END-IF
           MOVE LS-ABSOLUTO TO LS-INTEIRO.
           COMPUTE LS-CENTAVOS = (LS-ABSOLUTO - LS-INTEIRO) * 100.
           IF LS-INTEIRO = ZERO AND LS-CENTAVOS = ZERO
              MOVE "zero" TO LS-PALAVRA
              PERFORM 800-ACRESCENTA-PALAVRA
              MOVE LS-PLURAL TO LS-PALAVRA
              PERFORM 800-ACRESCENTA-PALAVRA
              EXIT PROGRAM
           END-IF
           IF LS-INTEIRO > ZERO
              PERFORM 200-PARTE-INTEIRA
           END-IF
           IF LS-CENTAVOS > ZERO
              PERFORM 300-CENTAVOS
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
      * NOME E GENERO DA MOEDA; FORA DA TABELA, O PROPRIO CODIGO       *
      ******************************************************************
       100-IDENTIFICA-MOEDA            SECTION.
           MOVE LS-MD-SINGULAR(1) TO LS-SINGULAR.
           MOVE LS-MD-PLURAL(1)   TO LS-PLURAL.
           MOVE LS-MD-GENERO(1)   TO LS-GENERO.
           IF LK-MOEDA = SPACES
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-MD FROM 1 BY 1
                   UNTIL AC-MD > QTDE-MOEDAS
              IF LS-MD-CODIGO(AC-MD) = LK-MOEDA
                 MOVE LS-MD-SINGULAR(AC-MD) TO LS-SINGULAR
                 MOVE LS-MD-PLURAL(AC-MD)   TO LS-PLURAL
                 MOVE LS-MD-GENERO(AC-MD)   TO LS-GENERO
                 EXIT SECTION
              END-IF
           END-PERFORM.
           MOVE LK-MOEDA TO LS-SINGULAR LS-PLURAL.
           MOVE "M" TO LS-GENERO.
           MOVE "N" TO LK-STATUS.
           EXIT.
      ******************************************************************
      * PARTE INTEIRA: MILHOES (SEMPRE MASCULINO), MILHAR E UNIDADES   *
      * NO GENERO DA MOEDA, COM O "E" ANTES DO ULTIMO GRUPO QUANDO ELE *
      * E MENOR QUE CEM OU CENTENA REDONDA                             *
      ******************************************************************
       200-PARTE-INTEIRA               SECTION.
           IF LS-MILHOES > ZERO
              MOVE LS-MILHOES TO LS-GRUPO
              MOVE "M" TO LS-GRUPO-GEN
              PERFORM 500-ESCREVE-GRUPO
              IF LS-MILHOES = 1
                 MOVE "milhao" TO LS-PALAVRA
              ELSE
                 MOVE "milhoes" TO LS-PALAVRA
              END-IF
              PERFORM 800-ACRESCENTA-PALAVRA
           END-IF
           IF LS-MILHARES > ZERO
              IF LS-MILHOES > ZERO AND LS-UNIDADES = ZERO
                 MOVE LS-MILHARES TO LS-GRUPO
                 PERFORM 250-CONECTIVO
              END-IF
              IF LS-MILHARES > 1
                 MOVE LS-MILHARES TO LS-GRUPO
                 MOVE LS-GENERO TO LS-GRUPO-GEN
                 PERFORM 500-ESCREVE-GRUPO
              END-IF
              MOVE "mil" TO LS-PALAVRA
              PERFORM 800-ACRESCENTA-PALAVRA
           END-IF
           IF LS-UNIDADES > ZERO
              IF LS-MILHOES > ZERO OR LS-MILHARES > ZERO
                 MOVE LS-UNIDADES TO LS-GRUPO
                 PERFORM 250-CONECTIVO
              END-IF
              MOVE LS-UNIDADES TO LS-GRUPO
              MOVE LS-GENERO TO LS-GRUPO-GEN
              PERFORM 500-ESCREVE-GRUPO
           END-IF
           IF LS-MILHARES = ZERO AND LS-UNIDADES = ZERO
              MOVE "de" TO LS-PALAVRA
              PERFORM 800-ACRESCENTA-PALAVRA
           END-IF
           IF LS-INTEIRO = 1
              MOVE LS-SINGULAR TO LS-PALAVRA
           ELSE
              MOVE LS-PLURAL TO LS-PALAVRA
           END-IF
           PERFORM 800-ACRESCENTA-PALAVRA.
           EXIT.
      ******************************************************************
      * "E" ENTRE GRUPOS QUANDO O SEGUINTE E MENOR QUE CEM OU CENTENA  *
      * REDONDA ("MIL E CEM", "MIL E VINTE", MAS "MIL DUZENTOS E UM") *
      ******************************************************************
       250-CONECTIVO                   SECTION.
           IF LS-GRUPO < 100 OR (LS-GR-D = ZERO AND LS-GR-U = ZERO)
              MOVE "e" TO LS-PALAVRA
              PERFORM 800-ACRESCENTA-PALAVRA
           END-IF.
           EXIT.
      ******************************************************************
      * CENTAVOS, SEMPRE MASCULINOS; SEM PARTE INTEIRA, "DE REAL"      *
      ******************************************************************
       300-CENTAVOS                    SECTION.
           IF LS-INTEIRO > ZERO
              MOVE "e" TO LS-PALAVRA
              PERFORM 800-ACRESCENTA-PALAVRA
           END-IF
           MOVE LS-CENTAVOS TO LS-GRUPO.
           MOVE "M" TO LS-GRUPO-GEN.
           PERFORM 500-ESCREVE-GRUPO.
           IF LS-CENTAVOS = 1
              MOVE "centavo" TO LS-PALAVRA
           ELSE
              MOVE "centavos" TO LS-PALAVRA
           END-IF
           PERFORM 800-ACRESCENTA-PALAVRA.
           IF LS-INTEIRO = ZERO
              MOVE "de" TO LS-PALAVRA
              PERFORM 800-ACRESCENTA-PALAVRA
              MOVE LS-SINGULAR TO LS-PALAVRA
              PERFORM 800-ACRESCENTA-PALAVRA
           END-IF.
           EXIT.
      ******************************************************************
      * UM GRUPO DE TRES ALGARISMOS (1 A 999) NO GENERO PEDIDO         *
      ******************************************************************
       500-ESCREVE-GRUPO               SECTION.
           IF LS-GRUPO = 100
              MOVE "cem" TO LS-PALAVRA
              PERFORM 800-ACRESCENTA-PALAVRA
              EXIT SECTION
           END-IF
           IF LS-GR-C > ZERO
              IF LS-GRUPO-GEN = "F"
                 MOVE LS-CENTENA-F(LS-GR-C) TO LS-PALAVRA
              ELSE
                 MOVE LS-CENTENA-M(LS-GR-C) TO LS-PALAVRA
              END-IF
              PERFORM 800-ACRESCENTA-PALAVRA
              IF LS-GR-D > ZERO OR LS-GR-U > ZERO
                 MOVE "e" TO LS-PALAVRA
                 PERFORM 800-ACRESCENTA-PALAVRA
              END-IF
           END-IF
           IF LS-GR-D = 1
              MOVE LS-DEZ-A-DEZENOVE(LS-GR-U + 1) TO LS-PALAVRA
              PERFORM 800-ACRESCENTA-PALAVRA
              EXIT SECTION
           END-IF
           IF LS-GR-D > 1
              MOVE LS-DEZENA(LS-GR-D) TO LS-PALAVRA
              PERFORM 800-ACRESCENTA-PALAVRA
              IF LS-GR-U > ZERO
                 MOVE "e" TO LS-PALAVRA
                 PERFORM 800-ACRESCENTA-PALAVRA
              END-IF
           END-IF
           IF LS-GR-U > ZERO
              EVALUATE TRUE
                 WHEN LS-GR-U = 1 AND LS-GRUPO-GEN = "F"
                    MOVE "uma" TO LS-PALAVRA
                 WHEN LS-GR-U = 2 AND LS-GRUPO-GEN = "F"
                    MOVE "duas" TO LS-PALAVRA
                 WHEN OTHER
                    MOVE LS-UNIDADE-M(LS-GR-U) TO LS-PALAVRA
              END-EVALUATE
              PERFORM 800-ACRESCENTA-PALAVRA
           END-IF.
           EXIT.
      ******************************************************************
      * ACRESCENTA UMA PALAVRA AO EXTENSO; A QUE NAO CABE NO FIM DA    *
      * PRIMEIRA METADE (100 POSICOES) PASSA INTEIRA PARA A SEGUNDA    *
      ******************************************************************
       800-ACRESCENTA-PALAVRA          SECTION.
           MOVE LENGTH OF FUNCTION TRIM(LS-PALAVRA) TO LS-TAMANHO.
           IF LS-PONTEIRO > 1 AND LS-PONTEIRO NOT = 101
              ADD 1 TO LS-PONTEIRO
           END-IF
           IF LS-PONTEIRO <= 100
              AND LS-PONTEIRO + LS-TAMANHO - 1 > 100
              MOVE 101 TO LS-PONTEIRO
           END-IF
           IF LS-PONTEIRO + LS-TAMANHO - 1 > 200
              MOVE "N" TO LK-STATUS
              EXIT SECTION
           END-IF
           MOVE FUNCTION TRIM(LS-PALAVRA)
              TO LK-EXTENSO(LS-PONTEIRO:LS-TAMANHO).
           ADD LS-TAMANHO TO LS-PONTEIRO.
           EXIT.
       END PROGRAM EXTENSO.
