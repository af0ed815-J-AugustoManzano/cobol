       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP02AP34.
      *
      * Extracao noturna para o armazem de informacoes gerenciais.
      * Os analistas montavam as planilhas de gestao copiando a mao os
      * relatorios impressos de cada area; este passo, que roda na
      * cadeia depois do fechamento do dia, grava um arquivo
      * delimitado por ";" (como TURMAEST.CSV do CAP04AP03) por
      * assunto, com a linha de nomes de coluna fixa e a DATA DE
      * NEGOCIO (servico DATANEG) na primeira coluna de toda linha:
      *    DWCALCaaaammdd.CSV - operacoes da calculadora (CALCLOG);
      *    DWLOTEaaaammdd.CSV - resultados do lote por departamento
      *                         (LOTEOUT, com as linhas de controle
      *                         e os subtotais por departamento);
      *    DWNOTAaaaammdd.CSV - notas correntes (TURMAIDX, origem
      *                         CORRENTE) e resultados finais
      *                         (HISTTURM, origem FINAL);
      *    DWFREQaaaammdd.CSV - frequencia (FREQIDX);
      *    DWCOMPaaaammdd.CSV - compromissos (COMPROM) e pagamentos
      *                         (COMPAGTO);
      *    DWCONTaaaammdd.CSV - contratos (CONTRATO) e parcelas
      *                         (CONTRPAR).
      * A segunda coluna (MOVIMENTO) diz o que a linha e: I inclusao,
      * A alteracao, E exclusao (so a chave vai preenchida).
      *
      * A extracao e INCREMENTAL. Nos logs que so crescem (CALCLOG,
      * LOTEOUT, HISTTURM, COMPAGTO) o controle DWCTL.DAT guarda a
      * posicao e o check (soma ponderada dos caracteres, a mesma do
      * AUDITLOG) do ultimo registro extraido, e vao so os
      * registros depois dele; se ele nao esta mais na posicao (log
      * cortado pelo fechamento mensal CAP02AP06) e procurado no
      * arquivo inteiro, e se sumiu de vez o arquivo foi refeito
      * (LOTEOUT a cada lote) e segue inteiro. Nos cadastros que
      * mudam no lugar (TURMAIDX, FREQIDX, COMPROM, CONTRATO,
      * CONTRPAR) a foto da noite anterior - chave e check de cada
      * registro em DWnome.FOT - e comparada com o arquivo vivo: vao
      * os registros novos, os alterados e as chaves que sumiram.
      *
      * A CARGA COMPLETA de um assunto manda o conteudo inteiro das
      * suas fontes, e o armazem troca o assunto todo. Ela e feita na
      * primeira extracao de cada fonte, quando a foto falta ou passa
      * de LIMITE-FOTO registros, e a pedido: um codigo de assunto
      * por linha (ou TODOS) em DWPEDIDO.DAT, atendido e esvaziado na
      * extracao seguinte, ou o parametro OPCIONAL "C" na chamada,
      * que recarrega tudo. A mesma data de negocio nao e extraida
      * duas vezes em modo incremental (devolve condicao 4): os
      * arquivos da noite seriam regravados vazios.
      *
      * O manifesto DWMANIFaaaammdd.CSV lista cada extrato com o tipo
      * de carga, a quantidade de linhas e o total de controle - a
      * soma da coluna de valor do assunto: RESULTADO (CALC e LOTE),
      * NOTA_1 a NOTA_4 mais MEDIA (NOTA), PRESENTE (FREQ),
      * VALOR_LOCAL (COMP) e VALOR (CONT) - para o armazem conferir
      * a carga antes de aceita-la. O controle DWCTL.DAT e as fotos
      * so sao regravados depois de fechados todos os extratos e o
      * manifesto: uma noite interrompida e refeita por inteiro.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FON-STATUS.
           SELECT LOTE-SAIDA-FILE ASSIGN TO "LOTEOUT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FON-STATUS.
           SELECT TURMA-IDX-FILE ASSIGN TO "TURMAIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TI-CHAVE
              FILE STATUS IS WS-FON-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTTURM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FON-STATUS.
           SELECT FREQ-FILE ASSIGN TO "FREQIDX.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FQ-CHAVE
              ALTERNATE RECORD KEY IS FQ-ID WITH DUPLICATES
              FILE STATUS IS WS-FON-STATUS.
           SELECT COMPROM-FILE ASSIGN TO "COMPROM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FON-STATUS.
           SELECT PAGTO-FILE ASSIGN TO "COMPAGTO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FON-STATUS.
           SELECT CONTRATO-FILE ASSIGN TO "CONTRATO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FON-STATUS.
           SELECT CONTRPAR-FILE ASSIGN TO "CONTRPAR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FON-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO "DWCTL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
           SELECT PEDIDO-FILE ASSIGN TO "DWPEDIDO.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PED-STATUS.
           SELECT FOTO-FILE ASSIGN TO DYNAMIC WS-NOME-FOTO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FOT-STATUS.
           SELECT FOTO-NOVA-FILE ASSIGN TO DYNAMIC WS-NOME-FOTO-NOVA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FNV-STATUS.
           SELECT EXTRATO-FILE ASSIGN TO DYNAMIC WS-NOME-EXTRATO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXT-STATUS.
           SELECT MANIFESTO-FILE ASSIGN TO DYNAMIC WS-NOME-MANIFESTO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-LOG-FILE.
       COPY "calclog.cpy".
       FD  LOTE-SAIDA-FILE.
       COPY "loteout.cpy".
       FD  TURMA-IDX-FILE.
       COPY "turmaidx.cpy".
       FD  HISTORICO-FILE.
       01  HT-REGISTRO.
           05  HT-ANO          PIC 9(4).
           05  HT-TURMA        PIC X(6).
           05  HT-ID           PIC X(9).
           05  HT-NOME         PIC X(25).
           05  HT-NOTA         PIC 99V99 OCCURS 4 TIMES.
           05  HT-MEDIA        PIC 99V99.
           05  HT-SITUACAO     PIC X(20).
           05  HT-DISCIPLINA   PIC X(4).
       FD  FREQ-FILE.
       COPY "freqidx.cpy".
       FD  COMPROM-FILE.
       01  CM-REGISTRO.
           05  CM-CODIGO       PIC X(8).
           05  CM-DESCRICAO    PIC X(30).
           05  CM-VENCIMENTO   PIC X(10).
           05  CM-VALOR        PIC 9(7)V99.
           05  CM-RESPONSAVEL  PIC X(12).
           05  CM-SITUACAO     PIC X.
           05  CM-DIRECAO      PIC X.
           05  CM-MOEDA        PIC X(3).
           05  CM-TAXA-ORIG    PIC 9(2)V9(6).
           05  CM-DATA-ORIG    PIC 9(8).
           05  CM-UNIDADE      PIC X(3).
       FD  PAGTO-FILE.
       COPY "compagto.cpy".
       FD  CONTRATO-FILE.
       01  CT-REGISTRO.
           05  CT-NUMERO       PIC 9(6).
           05  CT-CONTRAPARTE  PIC X(25).
           05  CT-PRINCIPAL    PIC S9(8)V99.
           05  CT-TAXA         PIC 9(3)V9(4).
           05  CT-PARCELAS     PIC 9(3).
           05  CT-DATA-INICIO  PIC X(10).
           05  CT-STATUS       PIC X.
           05  CT-NOVO-CONTRATO PIC 9(6).
           05  CT-ORIGEM       PIC 9(6).
       FD  CONTRPAR-FILE.
       COPY "contrpar.cpy".
       FD  CONTROLE-FILE.
       01  DC-REGISTRO.
           05  DC-FONTE        PIC X(8).
           05  DC-POSICAO      PIC 9(9).
           05  DC-CHECK        PIC 9(9).
           05  DC-DATA-NEG     PIC 9(8).
       FD  PEDIDO-FILE.
       01  PD-REGISTRO         PIC X(10).
       FD  FOTO-FILE.
       01  FT-REGISTRO.
           05  FT-CHAVE        PIC X(24).
           05  FT-CHECK        PIC 9(9).
       FD  FOTO-NOVA-FILE.
       01  FN-REGISTRO.
           05  FN-CHAVE        PIC X(24).
           05  FN-CHECK        PIC 9(9).
       FD  EXTRATO-FILE.
       01  EX-LINHA            PIC X(400).
       FD  MANIFESTO-FILE.
       01  MF-LINHA            PIC X(120).
       WORKING-STORAGE SECTION.
       78  QTDE-FONTES VALUE 9.
       78  QTDE-ASSUNTOS VALUE 6.
       78  LIMITE-FOTO VALUE 30000.
       78  FONTE-CALCLOG  VALUE 1.
       78  FONTE-LOTEOUT  VALUE 2.
       78  FONTE-TURMAIDX VALUE 3.
       78  FONTE-HISTTURM VALUE 4.
       78  FONTE-FREQIDX  VALUE 5.
       78  FONTE-COMPROM  VALUE 6.
       78  FONTE-COMPAGTO VALUE 7.
       78  FONTE-CONTRATO VALUE 8.
       78  FONTE-CONTRPAR VALUE 9.
      *    Fontes da extracao: nome (vai no controle e no nome da
      *    foto) e tipo - A acumulativa (log que so cresce), M mestre
      *    alterado no lugar (comparado com a foto).
       01  WS-TABELA-FONTES.
           05  FILLER PIC X(9) VALUE "CALCLOG A".
           05  FILLER PIC X(9) VALUE "LOTEOUT A".
           05  FILLER PIC X(9) VALUE "TURMAIDXM".
           05  FILLER PIC X(9) VALUE "HISTTURMA".
           05  FILLER PIC X(9) VALUE "FREQIDX M".
           05  FILLER PIC X(9) VALUE "COMPROM M".
           05  FILLER PIC X(9) VALUE "COMPAGTOA".
           05  FILLER PIC X(9) VALUE "CONTRATOM".
           05  FILLER PIC X(9) VALUE "CONTRPARM".
       01  WS-TABELA-FONTES-R REDEFINES WS-TABELA-FONTES.
           05  WS-FON-ENTRADA OCCURS QTDE-FONTES TIMES.
               10  WS-FON-NOME       PIC X(8).
               10  WS-FON-TIPO       PIC X.
      *    Assuntos (um extrato cada): codigo e a primeira e a ultima
      *    fonte do assunto na tabela acima.
       01  WS-TABELA-ASSUNTOS.
           05  FILLER PIC X(6) VALUE "CALC11".
           05  FILLER PIC X(6) VALUE "LOTE22".
           05  FILLER PIC X(6) VALUE "NOTA34".
           05  FILLER PIC X(6) VALUE "FREQ55".
           05  FILLER PIC X(6) VALUE "COMP67".
           05  FILLER PIC X(6) VALUE "CONT89".
       01  WS-TABELA-ASSUNTOS-R REDEFINES WS-TABELA-ASSUNTOS.
           05  WS-ASS-ENTRADA OCCURS QTDE-ASSUNTOS TIMES.
               10  WS-ASS-CODIGO     PIC X(4).
               10  WS-ASS-INICIO     PIC 9.
               10  WS-ASS-FIM        PIC 9.
      *    Controle por fonte: o que DWCTL.DAT trouxe e o que sera
      *    regravado ao fim da extracao.
       01  WS-TAB-CONTROLE.
           05  WS-CT-ENTRADA OCCURS QTDE-FONTES TIMES.
               10  WS-CT-EXISTE      PIC X.
               10  WS-CT-POSICAO     PIC 9(9).
               10  WS-CT-CHECK       PIC 9(9).
               10  WS-CT-NOVA-POS    PIC 9(9).
               10  WS-CT-NOVO-CHECK  PIC 9(9).
               10  WS-CT-MANTER      PIC X.
      *    Situacao de cada assunto na extracao da noite.
       01  WS-TAB-CARGA.
           05  WS-AS-ENTRADA OCCURS QTDE-ASSUNTOS TIMES.
               10  WS-AS-PEDIDO      PIC X.
               10  WS-AS-CARGA       PIC X.
               10  WS-AS-ARQUIVO     PIC X(30).
               10  WS-AS-QTDE        PIC 9(9).
               10  WS-AS-TOTAL       PIC S9(13)V9999.
      *    Foto da noite anterior de um mestre: chave, check e a marca
      *    de chave ainda presente no arquivo vivo.
       01  WS-TAB-FOTO.
           05  WS-FT-ENTRADA OCCURS LIMITE-FOTO TIMES.
               10  WS-FT-CHAVE       PIC X(24).
               10  WS-FT-CHECK       PIC 9(9).
               10  WS-FT-VISTO       PIC X.
       77  WS-QTDE-FOTO        PIC 9(5) VALUE ZERO.
       77  AC-FO               PIC 9(2).
       77  AC-AS               PIC 9(2).
       77  AC-FT               PIC 9(5).
       77  AC-CI               PIC 9(3).
       77  AC-NT               PIC 9.
       77  WS-FON-STATUS       PIC XX.
       77  WS-CTL-STATUS       PIC XX.
       77  WS-PED-STATUS       PIC XX.
       77  WS-FOT-STATUS       PIC XX.
       77  WS-FNV-STATUS       PIC XX.
       77  WS-EXT-STATUS       PIC XX.
       77  WS-MAN-STATUS       PIC XX.
       77  WS-FIM-ARQUIVO      PIC X VALUE "N".
           88 WS-FIM-OK        VALUE "S".
       77  WS-FONTE-ABERTA     PIC X.
       77  WS-NOME-FOTO        PIC X(30).
       77  WS-NOME-FOTO-NOVA   PIC X(30).
       77  WS-NOME-EXTRATO     PIC X(30).
       77  WS-NOME-MANIFESTO   PIC X(30).
       77  WS-DATA-NEG         PIC 9(8).
       77  WS-ULTIMA-DATA      PIC 9(8) VALUE ZERO.
       77  WS-CARGA-GERAL      PIC X VALUE "N".
       77  WS-HOUVE-PEDIDO     PIC X VALUE "N".
       77  WS-PEDIDO           PIC X(10).
       77  WS-ERRO             PIC X VALUE "N".
      *    Registro corrente da fonte, sua chave e seu check.
       77  WS-CONTEUDO         PIC X(200).
       77  WS-TAM-CONTEUDO     PIC 9(3).
       77  WS-CHAVE            PIC X(24).
       77  WS-SOMA             PIC 9(18).
       77  WS-CHECK-REG        PIC 9(9).
       77  WS-POSICAO          PIC 9(9).
       77  WS-RETOMA           PIC 9(9).
       77  WS-ACHADA           PIC 9(9).
       77  WS-ACHOU-MARCA      PIC X.
       77  WS-ACHOU            PIC X.
       77  WS-CURSOR           PIC 9(5).
       77  WS-INICIO-BUSCA     PIC 9(5).
       77  WS-FIM-BUSCA        PIC 9(5).
       77  WS-MOVIMENTO        PIC X.
       77  WS-VALOR-CONTROLE   PIC S9(11)V9999.
       77  WS-VALOR-LOCAL      PIC 9(9)V99.
       77  WS-PRESENTE         PIC 9.
      *    Campos editados das colunas.
       77  WS-S-MOE-1          PIC -(10)9.99.
       77  WS-S-MOE-2          PIC -(10)9.99.
       77  WS-S-MOE-3          PIC -(10)9.99.
       77  WS-S-DEC-1          PIC -(10)9.9999.
       77  WS-S-DEC-2          PIC -(10)9.9999.
       77  WS-S-DEC-3          PIC -(10)9.9999.
       77  WS-S-DEC-4          PIC -(10)9.9999.
       77  WS-S-DEC-5          PIC -(10)9.9999.
       77  WS-S-DEC-6          PIC -(10)9.9999.
       77  WS-S-NOTA-1         PIC Z9.99.
       77  WS-S-NOTA-2         PIC Z9.99.
       77  WS-S-NOTA-3         PIC Z9.99.
       77  WS-S-NOTA-4         PIC Z9.99.
       77  WS-S-MEDIA          PIC X(5).
       77  WS-S-EDITA-MEDIA    PIC Z9.99.
       77  WS-S-TAXA           PIC ZZ9.9999.
       77  WS-S-PARCELA        PIC X(3).
       77  WS-S-TOTAL          PIC -(13)9.9999.
       77  WS-S-QTDE           PIC Z(8)9.
       77  WS-TEXTO            PIC X(30).
       77  WS-TEXTO-2          PIC X(30).
       77  WS-TOTAL-LIDOS      PIC 9(6) VALUE ZERO.
       77  WS-QTDE-AVISOS      PIC 9(6) VALUE ZERO.
       77  WS-QTDE-LINHAS      PIC 9(9) VALUE ZERO.
       77  WS-DATA-INICIO      PIC X(20).
       77  WS-DATA-FIM         PIC X(20).
       77  WS-DUR-HRA          PIC 9(4).
       77  WS-DUR-MIN          PIC 9(2).
       77  WS-DUR-SEG          PIC 9(2).
       77  WS-DUR-CEN          PIC 9(2).
       77  WS-PROGRAMA         PIC X(8) VALUE "CAP02A34".
       77  WS-RESULTADO        PIC X(20).
       LINKAGE SECTION.
       77  LK-MODO             PIC X.
       PROCEDURE DIVISION USING OPTIONAL LK-MODO.
       PROG-PRINCIPAL-PARA.
           DISPLAY "-------------------------------------------".
           DISPLAY "Extracao para o Armazem Gerencial".
           DISPLAY "-------------------------------------------".
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-INICIO.
           MOVE ZERO TO WS-TOTAL-LIDOS WS-QTDE-AVISOS WS-QTDE-LINHAS
              WS-ULTIMA-DATA.
           MOVE "N" TO WS-CARGA-GERAL WS-HOUVE-PEDIDO WS-ERRO.
           MOVE 0 TO RETURN-CODE.
           CALL "DATANEG" USING BY CONTENT "C",
              BY REFERENCE WS-DATA-NEG.
      *    Chamado com o modo "C", recarrega todos os assuntos.
           IF ADDRESS OF LK-MODO NOT = NULL AND LK-MODO = "C"
              MOVE "S" TO WS-CARGA-GERAL
           END-IF.
           PERFORM 100-LE-CONTROLE.
           PERFORM 110-LE-PEDIDO.
           IF WS-CARGA-GERAL = "N" AND WS-ULTIMA-DATA = WS-DATA-NEG
              DISPLAY "Data de negocio " WS-DATA-NEG
                 " ja extraida; so a carga completa refaz o dia."
              MOVE "JA EXTRAIDO" TO WS-RESULTADO
              PERFORM 900-ENCERRA
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM VARYING AC-AS FROM 1 BY 1
                   UNTIL AC-AS > QTDE-ASSUNTOS
              PERFORM 200-DECIDE-CARGA
           END-PERFORM.
           PERFORM VARYING AC-AS FROM 1 BY 1
                   UNTIL AC-AS > QTDE-ASSUNTOS OR WS-ERRO = "S"
              PERFORM 300-EXTRAI-ASSUNTO
           END-PERFORM.
           IF WS-ERRO = "N"
              PERFORM 600-GRAVA-MANIFESTO
           END-IF.
           IF WS-ERRO = "S"
              DISPLAY "Extracao interrompida; controle e fotos "
                 "mantidos, a noite sera refeita por inteiro."
              MOVE "ERRO" TO WS-RESULTADO
              PERFORM 900-ENCERRA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 700-EFETIVA.
           DISPLAY "Manifesto .............: "
              FUNCTION TRIM(WS-NOME-MANIFESTO).
           DISPLAY "Registros lidos .......: " WS-TOTAL-LIDOS.
           DISPLAY "Linhas extraidas ......: " WS-QTDE-LINHAS.
           IF WS-CARGA-GERAL = "S"
              MOVE "CARGA COMPLETA" TO WS-RESULTADO
           ELSE
              MOVE "EXTRAIDO" TO WS-RESULTADO
           END-IF.
           IF WS-QTDE-AVISOS > ZERO
              DISPLAY "Avisos ................: " WS-QTDE-AVISOS
              MOVE "EXTRAIDO C/AVISO" TO WS-RESULTADO
           END-IF.
           PERFORM 900-ENCERRA.
           IF WS-QTDE-AVISOS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      ******************************************************************
      * CONTROLE DA ULTIMA EXTRACAO (DWCTL.DAT): MARCA OU FOTO DE CADA *
      * FONTE; FONTE SEM REGISTRO VAI EM CARGA COMPLETA                *
      ******************************************************************
       100-LE-CONTROLE                 SECTION.
           PERFORM VARYING AC-FO FROM 1 BY 1
                   UNTIL AC-FO > QTDE-FONTES
              MOVE "N" TO WS-CT-EXISTE(AC-FO) WS-CT-MANTER(AC-FO)
              MOVE ZERO TO WS-CT-POSICAO(AC-FO) WS-CT-CHECK(AC-FO)
                 WS-CT-NOVA-POS(AC-FO) WS-CT-NOVO-CHECK(AC-FO)
           END-PERFORM.
           OPEN INPUT CONTROLE-FILE.
           IF WS-CTL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ CONTROLE-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    IF DC-POSICAO IS NUMERIC AND DC-CHECK IS NUMERIC
                       AND DC-DATA-NEG IS NUMERIC
                       PERFORM 105-GUARDA-CONTROLE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTROLE-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM REGISTRO DO CONTROLE NA ENTRADA DA SUA FONTE                *
      ******************************************************************
       105-GUARDA-CONTROLE             SECTION.
           PERFORM VARYING AC-FO FROM 1 BY 1
                   UNTIL AC-FO > QTDE-FONTES
              IF DC-FONTE = WS-FON-NOME(AC-FO)
                 MOVE "S" TO WS-CT-EXISTE(AC-FO)
                 MOVE DC-POSICAO TO WS-CT-POSICAO(AC-FO)
                 MOVE DC-CHECK TO WS-CT-CHECK(AC-FO)
                 IF DC-DATA-NEG > WS-ULTIMA-DATA
                    MOVE DC-DATA-NEG TO WS-ULTIMA-DATA
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * PEDIDOS DE CARGA COMPLETA (DWPEDIDO.DAT): UM CODIGO DE ASSUNTO *
      * POR LINHA, OU TODOS                                            *
      ******************************************************************
       110-LE-PEDIDO                   SECTION.
           PERFORM VARYING AC-AS FROM 1 BY 1
                   UNTIL AC-AS > QTDE-ASSUNTOS
              MOVE "N" TO WS-AS-PEDIDO(AC-AS)
           END-PERFORM.
           OPEN INPUT PEDIDO-FILE.
           IF WS-PED-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-OK
              READ PEDIDO-FILE
                 AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                 NOT AT END
                    MOVE FUNCTION UPPER-CASE(PD-REGISTRO) TO WS-PEDIDO
                    IF WS-PEDIDO NOT = SPACES
                       MOVE "S" TO WS-HOUVE-PEDIDO
                       PERFORM 115-ANOTA-PEDIDO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PEDIDO-FILE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UM PEDIDO: O ASSUNTO PEDIDO, OU TODOS                          *
      ******************************************************************
       115-ANOTA-PEDIDO                SECTION.
           IF WS-PEDIDO = "TODOS"
              MOVE "S" TO WS-CARGA-GERAL
              DISPLAY "Carga completa pedida para todos os assuntos."
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING AC-AS FROM 1 BY 1
                   UNTIL AC-AS > QTDE-ASSUNTOS
              IF WS-PEDIDO = WS-ASS-CODIGO(AC-AS)
                 MOVE "S" TO WS-AS-PEDIDO(AC-AS)
                 MOVE "S" TO WS-ACHOU
                 DISPLAY "Carga completa pedida para "
                    WS-ASS-CODIGO(AC-AS) "."
              END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
              DISPLAY "Pedido ignorado, assunto desconhecido: "
                 FUNCTION TRIM(WS-PEDIDO)
           END-IF.
           EXIT.
      ******************************************************************
      * TIPO DE CARGA DO ASSUNTO: COMPLETA A PEDIDO, NA PRIMEIRA       *
      * EXTRACAO DE UMA FONTE OU SEM FOTO UTILIZAVEL; SENAO INCREMENTAL*
      ******************************************************************
       200-DECIDE-CARGA                SECTION.
           MOVE "I" TO WS-AS-CARGA(AC-AS).
           IF WS-CARGA-GERAL = "S" OR WS-AS-PEDIDO(AC-AS) = "S"
              MOVE "C" TO WS-AS-CARGA(AC-AS)
              EXIT SECTION
           END-IF
           PERFORM VARYING AC-FO FROM WS-ASS-INICIO(AC-AS) BY 1
                   UNTIL AC-FO > WS-ASS-FIM(AC-AS)
              IF WS-CT-EXISTE(AC-FO) NOT = "S"
                 MOVE "C" TO WS-AS-CARGA(AC-AS)
              ELSE
                 IF WS-FON-TIPO(AC-FO) = "M"
                    PERFORM 210-CONFERE-FOTO
                 END-IF
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * A FOTO DO MESTRE PRECISA EXISTIR E CABER NA TABELA             *
      ******************************************************************
       210-CONFERE-FOTO                SECTION.
           IF WS-CT-POSICAO(AC-FO) > LIMITE-FOTO
              DISPLAY "Foto de " WS-FON-NOME(AC-FO) " com "
                 WS-CT-POSICAO(AC-FO) " registros passa do limite; "
                 WS-ASS-CODIGO(AC-AS) " vai em carga completa."
              ADD 1 TO WS-QTDE-AVISOS
              MOVE "C" TO WS-AS-CARGA(AC-AS)
              EXIT SECTION
           END-IF
           PERFORM 220-MONTA-NOME-FOTO.
           OPEN INPUT FOTO-FILE.
           IF WS-FOT-STATUS NOT = "00"
              DISPLAY FUNCTION TRIM(WS-NOME-FOTO) " ausente; "
                 WS-ASS-CODIGO(AC-AS) " vai em carga completa."
              MOVE "C" TO WS-AS-CARGA(AC-AS)
           ELSE
              CLOSE FOTO-FILE
           END-IF.
           EXIT.
      ******************************************************************
      * NOMES DA FOTO DA FONTE: DWnome.FOT E A NOVA, DWnome.NOV        *
      ******************************************************************
       220-MONTA-NOME-FOTO             SECTION.
           MOVE SPACES TO WS-NOME-FOTO WS-NOME-FOTO-NOVA.
           STRING "DW" DELIMITED BY SIZE
                  WS-FON-NOME(AC-FO) DELIMITED BY SPACE
                  ".FOT" DELIMITED BY SIZE
              INTO WS-NOME-FOTO.
           STRING "DW" DELIMITED BY SIZE
                  WS-FON-NOME(AC-FO) DELIMITED BY SPACE
                  ".NOV" DELIMITED BY SIZE
              INTO WS-NOME-FOTO-NOVA.
           EXIT.
      ******************************************************************
      * EXTRATO DE UM ASSUNTO: CABECALHO E AS LINHAS DE CADA FONTE     *
      ******************************************************************
       300-EXTRAI-ASSUNTO              SECTION.
           MOVE SPACES TO WS-NOME-EXTRATO.
           STRING "DW" WS-ASS-CODIGO(AC-AS) WS-DATA-NEG ".CSV"
              DELIMITED BY SIZE INTO WS-NOME-EXTRATO.
           MOVE WS-NOME-EXTRATO TO WS-AS-ARQUIVO(AC-AS).
           MOVE ZERO TO WS-AS-QTDE(AC-AS) WS-AS-TOTAL(AC-AS).
           OPEN OUTPUT EXTRATO-FILE.
           IF WS-EXT-STATUS NOT = "00"
              DISPLAY "Erro ao criar " FUNCTION TRIM(WS-NOME-EXTRATO)
                 ": " WS-EXT-STATUS
              MOVE "S" TO WS-ERRO
              EXIT SECTION
           END-IF
           PERFORM 310-GRAVA-CABECALHO.
           PERFORM VARYING AC-FO FROM WS-ASS-INICIO(AC-AS) BY 1
                   UNTIL AC-FO > WS-ASS-FIM(AC-AS) OR WS-ERRO = "S"
              IF WS-FON-TIPO(AC-FO) = "A"
                 PERFORM 400-EXTRAI-ACUMULATIVA
              ELSE
                 PERFORM 450-EXTRAI-MESTRE
              END-IF
           END-PERFORM.
           CLOSE EXTRATO-FILE.
           IF WS-AS-CARGA(AC-AS) = "C"
              MOVE "completa" TO WS-TEXTO
           ELSE
              MOVE "incremental" TO WS-TEXTO
           END-IF
           MOVE WS-AS-QTDE(AC-AS) TO WS-S-QTDE.
           DISPLAY FUNCTION TRIM(WS-NOME-EXTRATO) " (carga "
              FUNCTION TRIM(WS-TEXTO) "): "
              FUNCTION TRIM(WS-S-QTDE) " linha(s).".
           EXIT.
      ******************************************************************
      * LINHA DE NOMES DE COLUNA DO EXTRATO - NOMES FIXOS, O ARMAZEM   *
      * CARREGA PELO NOME                                              *
      ******************************************************************
       310-GRAVA-CABECALHO             SECTION.
           MOVE SPACES TO EX-LINHA.
           EVALUATE WS-ASS-CODIGO(AC-AS)
              WHEN "CALC"
                 STRING "DATA_NEGOCIO;MOVIMENTO;DATA;HORA;"
                        "DATA_NEGOCIO_OPERACAO;OPERACAO;VALOR_1;"
                        "VALOR_2;RESULTADO;REQUISICAO;DEPARTAMENTO;"
                        "RECIBO"
                    DELIMITED BY SIZE INTO EX-LINHA
              WHEN "LOTE"
                 STRING "DATA_NEGOCIO;MOVIMENTO;DEPARTAMENTO;"
                        "REQUISICAO;TIPO;OPERACAO;VALOR_1;VALOR_2;"
                        "RESULTADO;STATUS"
                    DELIMITED BY SIZE INTO EX-LINHA
              WHEN "NOTA"
                 STRING "DATA_NEGOCIO;MOVIMENTO;ORIGEM;ANO;TURMA;"
                        "DISCIPLINA;ALUNO;NOME;NOTA_1;NOTA_2;NOTA_3;"
                        "NOTA_4;MEDIA;SITUACAO"
                    DELIMITED BY SIZE INTO EX-LINHA
              WHEN "FREQ"
                 STRING "DATA_NEGOCIO;MOVIMENTO;TURMA;DATA_AULA;"
                        "ALUNO;PRESENCA;PRESENTE"
                    DELIMITED BY SIZE INTO EX-LINHA
              WHEN "COMP"
                 STRING "DATA_NEGOCIO;MOVIMENTO;REGISTRO;CODIGO;"
                        "DESCRICAO;RESPONSAVEL;UNIDADE;DIRECAO;"
                        "SITUACAO;VENCIMENTO;DATA_PAGAMENTO;"
                        "REFERENCIA;MOEDA;VALOR;VALOR_LOCAL"
                    DELIMITED BY SIZE INTO EX-LINHA
              WHEN "CONT"
                 STRING "DATA_NEGOCIO;MOVIMENTO;REGISTRO;CONTRATO;"
                        "PARCELA;CONTRAPARTE;DATA_INICIO;TAXA;"
                        "PARCELAS;VENCIMENTO;VALOR;JUROS;AMORTIZACAO;"
                        "PAGO;DATA_PAGAMENTO;MULTA;MORA;DIAS_ATRASO;"
                        "STATUS"
                    DELIMITED BY SIZE INTO EX-LINHA
           END-EVALUATE.
           WRITE EX-LINHA.
           EXIT.
      ******************************************************************
      * FONTE ACUMULATIVA: PRIMEIRA PASSADA LOCALIZA O ULTIMO REGISTRO *
      * JA EXTRAIDO, A SEGUNDA EXTRAI OS QUE VEM DEPOIS DELE           *
      ******************************************************************
       400-EXTRAI-ACUMULATIVA          SECTION.
           MOVE ZERO TO WS-RETOMA WS-ACHADA.
           MOVE "N" TO WS-ACHOU-MARCA.
           IF WS-AS-CARGA(AC-AS) = "I"
              AND WS-CT-POSICAO(AC-FO) > ZERO
              PERFORM 410-LOCALIZA-MARCA
              IF WS-FONTE-ABERTA = "N"
                 PERFORM 420-FONTE-AUSENTE
                 EXIT SECTION
              END-IF
              IF WS-ACHOU-MARCA = "N"
                 IF WS-ACHADA > ZERO
                    MOVE WS-ACHADA TO WS-RETOMA
                 ELSE
                    DISPLAY WS-FON-NOME(AC-FO) ": ultimo registro "
                       "extraido nao encontrado; arquivo refeito, "
                       "segue inteiro."
                 END-IF
              END-IF
           END-IF.
           MOVE ZERO TO WS-POSICAO.
           MOVE ZERO TO WS-CT-NOVA-POS(AC-FO) WS-CT-NOVO-CHECK(AC-FO).
           PERFORM 500-ABRE-FONTE.
           IF WS-FONTE-ABERTA = "N"
              PERFORM 420-FONTE-AUSENTE
              EXIT SECTION
           END-IF
           MOVE "I" TO WS-MOVIMENTO.
           PERFORM UNTIL WS-FIM-OK
              PERFORM 510-LE-FONTE
              IF NOT WS-FIM-OK
                 ADD 1 TO WS-POSICAO
                 ADD 1 TO WS-TOTAL-LIDOS
                 PERFORM 800-CALCULA-CHECK
                 MOVE WS-POSICAO TO WS-CT-NOVA-POS(AC-FO)
                 MOVE WS-CHECK-REG TO WS-CT-NOVO-CHECK(AC-FO)
                 IF WS-POSICAO > WS-RETOMA
                    PERFORM 530-GRAVA-LINHA
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM 520-FECHA-FONTE.
           EXIT.
      ******************************************************************
      * PROCURA DO ULTIMO REGISTRO EXTRAIDO: NA SUA POSICAO, OU A      *
      * PRIMEIRA OCORRENCIA DO SEU CHECK SE O LOG FOI CORTADO          *
      ******************************************************************
       410-LOCALIZA-MARCA              SECTION.
           MOVE ZERO TO WS-POSICAO.
           PERFORM 500-ABRE-FONTE.
           IF WS-FONTE-ABERTA = "N"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              PERFORM 510-LE-FONTE
              IF NOT WS-FIM-OK
                 ADD 1 TO WS-POSICAO
                 PERFORM 800-CALCULA-CHECK
                 IF WS-CHECK-REG = WS-CT-CHECK(AC-FO)
                    IF WS-POSICAO = WS-CT-POSICAO(AC-FO)
                       MOVE WS-POSICAO TO WS-RETOMA
                       MOVE "S" TO WS-ACHOU-MARCA
                    ELSE
                       IF WS-ACHADA = ZERO
                          MOVE WS-POSICAO TO WS-ACHADA
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM 520-FECHA-FONTE.
           EXIT.
      ******************************************************************
      * FONTE AUSENTE: NADA EXTRAIDO DELA, MARCA E FOTO FICAM COMO     *
      * ESTAVAM                                                        *
      ******************************************************************
       420-FONTE-AUSENTE               SECTION.
           DISPLAY WS-FON-NOME(AC-FO) " nao encontrado ("
              WS-FON-STATUS "); nada extraido dessa fonte.".
           MOVE "S" TO WS-CT-MANTER(AC-FO).
           EXIT.
      ******************************************************************
      * MESTRE: COMPARA O ARQUIVO VIVO COM A FOTO DA NOITE ANTERIOR E  *
      * GRAVA A FOTO NOVA; NA CARGA COMPLETA VAI TUDO COMO INCLUSAO    *
      ******************************************************************
       450-EXTRAI-MESTRE               SECTION.
           MOVE ZERO TO WS-QTDE-FOTO WS-CURSOR WS-POSICAO.
           PERFORM 220-MONTA-NOME-FOTO.
           PERFORM 500-ABRE-FONTE.
           IF WS-FONTE-ABERTA = "N"
              PERFORM 420-FONTE-AUSENTE
              EXIT SECTION
           END-IF
           IF WS-AS-CARGA(AC-AS) = "I"
              PERFORM 460-CARREGA-FOTO
           END-IF
           OPEN OUTPUT FOTO-NOVA-FILE.
           IF WS-FNV-STATUS NOT = "00"
              DISPLAY "Erro ao criar " FUNCTION TRIM(WS-NOME-FOTO-NOVA)
                 ": " WS-FNV-STATUS
              PERFORM 520-FECHA-FONTE
              MOVE "S" TO WS-ERRO
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FIM-OK
              PERFORM 510-LE-FONTE
              IF NOT WS-FIM-OK
                 ADD 1 TO WS-POSICAO
                 ADD 1 TO WS-TOTAL-LIDOS
                 PERFORM 800-CALCULA-CHECK
                 MOVE WS-CHAVE TO FN-CHAVE
                 MOVE WS-CHECK-REG TO FN-CHECK
                 WRITE FN-REGISTRO
                 PERFORM 455-COMPARA-REGISTRO
              END-IF
           END-PERFORM.
      *    Chaves da foto que nao apareceram no arquivo vivo foram
      *    excluidas desde a ultima extracao.
           IF WS-AS-CARGA(AC-AS) = "I"
              PERFORM VARYING AC-FT FROM 1 BY 1
                      UNTIL AC-FT > WS-QTDE-FOTO
                 IF WS-FT-VISTO(AC-FT) = "N"
                    PERFORM 540-GRAVA-EXCLUSAO
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 520-FECHA-FONTE.
           CLOSE FOTO-NOVA-FILE.
           MOVE WS-POSICAO TO WS-CT-NOVA-POS(AC-FO).
           MOVE ZERO TO WS-CT-NOVO-CHECK(AC-FO).
           EXIT.
      ******************************************************************
      * UM REGISTRO DO MESTRE CONTRA A FOTO: CHAVE NOVA E INCLUSAO,    *
      * CHECK DIFERENTE E ALTERACAO, IGUAL NAO VAI                     *
      ******************************************************************
       455-COMPARA-REGISTRO            SECTION.
           IF WS-AS-CARGA(AC-AS) = "C"
              MOVE "I" TO WS-MOVIMENTO
              PERFORM 530-GRAVA-LINHA
              EXIT SECTION
           END-IF
           PERFORM 470-PROCURA-FOTO.
           IF WS-ACHOU = "N"
              MOVE "I" TO WS-MOVIMENTO
              PERFORM 530-GRAVA-LINHA
              EXIT SECTION
           END-IF
           MOVE "S" TO WS-FT-VISTO(WS-CURSOR).
           IF WS-FT-CHECK(WS-CURSOR) NOT = WS-CHECK-REG
              MOVE "A" TO WS-MOVIMENTO
              PERFORM 530-GRAVA-LINHA
           END-IF.
           EXIT.
      ******************************************************************
      * CARGA DA FOTO DA NOITE ANTERIOR PARA A TABELA                  *
      ******************************************************************
       460-CARREGA-FOTO                SECTION.
           OPEN INPUT FOTO-FILE.
           IF WS-FOT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FOT-STATUS NOT = "00"
              READ FOTO-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF WS-QTDE-FOTO < LIMITE-FOTO
                       ADD 1 TO WS-QTDE-FOTO
                       MOVE FT-CHAVE TO WS-FT-CHAVE(WS-QTDE-FOTO)
                       MOVE FT-CHECK TO WS-FT-CHECK(WS-QTDE-FOTO)
                       MOVE "N" TO WS-FT-VISTO(WS-QTDE-FOTO)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FOTO-FILE.
           EXIT.
      ******************************************************************
      * PROCURA DA CHAVE NA FOTO A PARTIR DA ULTIMA ACHADA - O ARQUIVO *
      * VIVO VEM NA ORDEM DA FOTO, ENTAO A PROXIMA E QUASE SEMPRE A    *
      * SEGUINTE; DEPOIS DO FIM, VOLTA AO COMECO                       *
      ******************************************************************
       470-PROCURA-FOTO                SECTION.
           MOVE "N" TO WS-ACHOU.
           COMPUTE WS-INICIO-BUSCA = WS-CURSOR + 1.
           MOVE WS-CURSOR TO WS-FIM-BUSCA.
           PERFORM VARYING AC-FT FROM WS-INICIO-BUSCA BY 1
                   UNTIL AC-FT > WS-QTDE-FOTO OR WS-ACHOU = "S"
              IF WS-FT-CHAVE(AC-FT) = WS-CHAVE
                 MOVE "S" TO WS-ACHOU
                 MOVE AC-FT TO WS-CURSOR
              END-IF
           END-PERFORM.
           PERFORM VARYING AC-FT FROM 1 BY 1
                   UNTIL AC-FT > WS-FIM-BUSCA OR WS-ACHOU = "S"
              IF WS-FT-CHAVE(AC-FT) = WS-CHAVE
                 MOVE "S" TO WS-ACHOU
                 MOVE AC-FT TO WS-CURSOR
              END-IF
           END-PERFORM.
           EXIT.
      ******************************************************************
      * ABERTURA DA FONTE CORRENTE                                     *
      ******************************************************************
       500-ABRE-FONTE                  SECTION.
           EVALUATE AC-FO
              WHEN FONTE-CALCLOG
                 OPEN INPUT CALC-LOG-FILE
              WHEN FONTE-LOTEOUT
                 OPEN INPUT LOTE-SAIDA-FILE
              WHEN FONTE-TURMAIDX
                 OPEN INPUT TURMA-IDX-FILE
              WHEN FONTE-HISTTURM
                 OPEN INPUT HISTORICO-FILE
              WHEN FONTE-FREQIDX
                 OPEN INPUT FREQ-FILE
              WHEN FONTE-COMPROM
                 OPEN INPUT COMPROM-FILE
              WHEN FONTE-COMPAGTO
                 OPEN INPUT PAGTO-FILE
              WHEN FONTE-CONTRATO
                 OPEN INPUT CONTRATO-FILE
              WHEN FONTE-CONTRPAR
                 OPEN INPUT CONTRPAR-FILE
           END-EVALUATE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           IF WS-FON-STATUS = "00"
              MOVE "S" TO WS-FONTE-ABERTA
           ELSE
              MOVE "N" TO WS-FONTE-ABERTA
              MOVE "S" TO WS-FIM-ARQUIVO
           END-IF.
           EXIT.
      ******************************************************************
      * LEITURA DO PROXIMO REGISTRO DA FONTE: CONTEUDO BRUTO PARA O    *
      * CHECK E CHAVE PARA A FOTO                                      *
      ******************************************************************
       510-LE-FONTE                    SECTION.
           EVALUATE AC-FO
              WHEN FONTE-CALCLOG
                 READ CALC-LOG-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       MOVE CL-REGISTRO TO WS-CONTEUDO
                       MOVE LENGTH OF CL-REGISTRO TO WS-TAM-CONTEUDO
                 END-READ
              WHEN FONTE-LOTEOUT
                 READ LOTE-SAIDA-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       MOVE LT-RESULTADO TO WS-CONTEUDO
                       MOVE LENGTH OF LT-RESULTADO TO WS-TAM-CONTEUDO
                 END-READ
              WHEN FONTE-TURMAIDX
                 READ TURMA-IDX-FILE NEXT RECORD
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       MOVE TI-REGISTRO TO WS-CONTEUDO
                       MOVE LENGTH OF TI-REGISTRO TO WS-TAM-CONTEUDO
                       MOVE TI-CHAVE TO WS-CHAVE
                 END-READ
              WHEN FONTE-HISTTURM
                 READ HISTORICO-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       MOVE HT-REGISTRO TO WS-CONTEUDO
                       MOVE LENGTH OF HT-REGISTRO TO WS-TAM-CONTEUDO
                 END-READ
              WHEN FONTE-FREQIDX
                 READ FREQ-FILE NEXT RECORD
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       MOVE FQ-REGISTRO TO WS-CONTEUDO
                       MOVE LENGTH OF FQ-REGISTRO TO WS-TAM-CONTEUDO
                       MOVE FQ-CHAVE TO WS-CHAVE
                 END-READ
              WHEN FONTE-COMPROM
                 READ COMPROM-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       MOVE CM-REGISTRO TO WS-CONTEUDO
                       MOVE LENGTH OF CM-REGISTRO TO WS-TAM-CONTEUDO
                       MOVE CM-CODIGO TO WS-CHAVE
                 END-READ
              WHEN FONTE-COMPAGTO
                 READ PAGTO-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       MOVE PG-REGISTRO TO WS-CONTEUDO
                       MOVE LENGTH OF PG-REGISTRO TO WS-TAM-CONTEUDO
                 END-READ
              WHEN FONTE-CONTRATO
                 READ CONTRATO-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       MOVE CT-REGISTRO TO WS-CONTEUDO
                       MOVE LENGTH OF CT-REGISTRO TO WS-TAM-CONTEUDO
                       MOVE CT-NUMERO TO WS-CHAVE
                 END-READ
              WHEN FONTE-CONTRPAR
                 READ CONTRPAR-FILE
                    AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                    NOT AT END
                       MOVE CP-REGISTRO TO WS-CONTEUDO
                       MOVE LENGTH OF CP-REGISTRO TO WS-TAM-CONTEUDO
                       MOVE SPACES TO WS-CHAVE
                       STRING CP-CONTRATO CP-PARCELA
                          DELIMITED BY SIZE INTO WS-CHAVE
                 END-READ
           END-EVALUATE.
      *    Erro de leitura encerra a fonte, em vez de repetir a
      *    leitura para sempre.
           IF WS-FON-STATUS(1:1) NOT = "0"
              MOVE "S" TO WS-FIM-ARQUIVO
           END-IF.
           EXIT.
      ******************************************************************
      * FECHAMENTO DA FONTE CORRENTE                                   *
      ******************************************************************
       520-FECHA-FONTE                 SECTION.
           EVALUATE AC-FO
              WHEN FONTE-CALCLOG
                 CLOSE CALC-LOG-FILE
              WHEN FONTE-LOTEOUT
                 CLOSE LOTE-SAIDA-FILE
              WHEN FONTE-TURMAIDX
                 CLOSE TURMA-IDX-FILE
              WHEN FONTE-HISTTURM
                 CLOSE HISTORICO-FILE
              WHEN FONTE-FREQIDX
                 CLOSE FREQ-FILE
              WHEN FONTE-COMPROM
                 CLOSE COMPROM-FILE
              WHEN FONTE-COMPAGTO
                 CLOSE PAGTO-FILE
              WHEN FONTE-CONTRATO
                 CLOSE CONTRATO-FILE
              WHEN FONTE-CONTRPAR
                 CLOSE CONTRPAR-FILE
           END-EVALUATE.
           MOVE "N" TO WS-FIM-ARQUIVO.
           EXIT.
      ******************************************************************
      * UMA LINHA DO EXTRATO A PARTIR DO REGISTRO DA FONTE, SOMANDO A  *
      * QUANTIDADE E O TOTAL DE CONTROLE DO ASSUNTO                    *
      ******************************************************************
       530-GRAVA-LINHA                 SECTION.
           MOVE SPACES TO EX-LINHA.
           MOVE ZERO TO WS-VALOR-CONTROLE.
           EVALUATE AC-FO
              WHEN FONTE-CALCLOG
                 PERFORM 531-LINHA-CALCLOG
              WHEN FONTE-LOTEOUT
                 PERFORM 532-LINHA-LOTEOUT
              WHEN FONTE-TURMAIDX
                 PERFORM 533-LINHA-TURMAIDX
              WHEN FONTE-HISTTURM
                 PERFORM 534-LINHA-HISTTURM
              WHEN FONTE-FREQIDX
                 PERFORM 535-LINHA-FREQIDX
              WHEN FONTE-COMPROM
                 PERFORM 536-LINHA-COMPROM
              WHEN FONTE-COMPAGTO
                 PERFORM 537-LINHA-COMPAGTO
              WHEN FONTE-CONTRATO
                 PERFORM 538-LINHA-CONTRATO
              WHEN FONTE-CONTRPAR
                 PERFORM 539-LINHA-CONTRPAR
           END-EVALUATE.
           WRITE EX-LINHA.
           ADD 1 TO WS-AS-QTDE(AC-AS).
           ADD 1 TO WS-QTDE-LINHAS.
           ADD WS-VALOR-CONTROLE TO WS-AS-TOTAL(AC-AS).
           EXIT.
      ******************************************************************
      * OPERACAO DA CALCULADORA (CALCLOG); REGISTROS ANTIGOS SEM DATA  *
      * DE NEGOCIO OU RECIBO SAEM COM ZERO                             *
      ******************************************************************
       531-LINHA-CALCLOG               SECTION.
           IF CL-DATA-NEG IS NOT NUMERIC
              MOVE ZERO TO CL-DATA-NEG
           END-IF
           IF CL-RECIBO IS NOT NUMERIC
              MOVE ZERO TO CL-RECIBO
           END-IF
           MOVE CL-VLR-1 TO WS-S-MOE-1.
           MOVE CL-VLR-2 TO WS-S-MOE-2.
           MOVE CL-RESULTADO TO WS-S-DEC-1.
           STRING WS-DATA-NEG ";" WS-MOVIMENTO ";" CL-DATA ";"
                  CL-HORA ";" CL-DATA-NEG ";"
                  FUNCTION TRIM(CL-OPERACAO) ";"
                  FUNCTION TRIM(WS-S-MOE-1) ";"
                  FUNCTION TRIM(WS-S-MOE-2) ";"
                  FUNCTION TRIM(WS-S-DEC-1) ";"
                  FUNCTION TRIM(CL-REQ-ID) ";"
                  FUNCTION TRIM(CL-DEPTO) ";" CL-RECIBO
              DELIMITED BY SIZE INTO EX-LINHA.
           MOVE CL-RESULTADO TO WS-VALOR-CONTROLE.
           EXIT.
      ******************************************************************
      * RESULTADO DO LOTE (LOTEOUT), COM AS LINHAS DE CONTROLE E OS    *
      * SUBTOTAIS DE DEPARTAMENTO ("E"); NO IMPOSTO, O VALOR 1 E A     *
      * BASE INTEIRA                                                   *
      ******************************************************************
       532-LINHA-LOTEOUT               SECTION.
           MOVE LT-R-VLR-1 TO WS-S-MOE-1.
           IF LT-R-OPERACAO = "I" AND LT-R-BASE IS NUMERIC
              AND LT-R-BASE > ZERO
              MOVE LT-R-BASE TO WS-S-MOE-1
           END-IF
           MOVE LT-R-VLR-2 TO WS-S-MOE-2.
           MOVE LT-R-RESULTADO TO WS-S-DEC-1.
           STRING WS-DATA-NEG ";" WS-MOVIMENTO ";"
                  FUNCTION TRIM(LT-R-DEPTO) ";"
                  FUNCTION TRIM(LT-R-REQ-ID) ";"
                  LT-R-TIPO ";" LT-R-OPERACAO ";"
                  FUNCTION TRIM(WS-S-MOE-1) ";"
                  FUNCTION TRIM(WS-S-MOE-2) ";"
                  FUNCTION TRIM(WS-S-DEC-1) ";"
                  FUNCTION TRIM(LT-R-STATUS)
              DELIMITED BY SIZE INTO EX-LINHA.
           MOVE LT-R-RESULTADO TO WS-VALOR-CONTROLE.
           EXIT.
      ******************************************************************
      * NOTAS CORRENTES (TURMAIDX): SEM ANO NEM MEDIA, EM CURSO        *
      ******************************************************************
       533-LINHA-TURMAIDX              SECTION.
           PERFORM VARYING AC-NT FROM 1 BY 1 UNTIL AC-NT > 4
              IF TI-NOTA(AC-NT) IS NOT NUMERIC
                 MOVE ZERO TO TI-NOTA(AC-NT)
              END-IF
              ADD TI-NOTA(AC-NT) TO WS-VALOR-CONTROLE
           END-PERFORM.
           MOVE TI-NOTA(1) TO WS-S-NOTA-1.
           MOVE TI-NOTA(2) TO WS-S-NOTA-2.
           MOVE TI-NOTA(3) TO WS-S-NOTA-3.
           MOVE TI-NOTA(4) TO WS-S-NOTA-4.
           MOVE TI-NOME TO WS-TEXTO.
           INSPECT WS-TEXTO REPLACING ALL ";" BY ",".
           IF WS-MOVIMENTO = "E"
              MOVE SPACES TO WS-TEXTO-2
           ELSE
              MOVE "EM CURSO" TO WS-TEXTO-2
           END-IF
           STRING WS-DATA-NEG ";" WS-MOVIMENTO ";CORRENTE;;"
                  FUNCTION TRIM(TI-TURMA) ";"
                  FUNCTION TRIM(TI-DISCIPLINA) ";"
                  FUNCTION TRIM(TI-ID) ";"
                  FUNCTION TRIM(WS-TEXTO) ";"
                  FUNCTION TRIM(WS-S-NOTA-1) ";"
                  FUNCTION TRIM(WS-S-NOTA-2) ";"
                  FUNCTION TRIM(WS-S-NOTA-3) ";"
                  FUNCTION TRIM(WS-S-NOTA-4) ";;"
                  FUNCTION TRIM(WS-TEXTO-2)
              DELIMITED BY SIZE INTO EX-LINHA.
           EXIT.
      ******************************************************************
      * RESULTADO FINAL (HISTTURM)                                     *
      ******************************************************************
       534-LINHA-HISTTURM              SECTION.
           PERFORM VARYING AC-NT FROM 1 BY 1 UNTIL AC-NT > 4
              IF HT-NOTA(AC-NT) IS NOT NUMERIC
                 MOVE ZERO TO HT-NOTA(AC-NT)
              END-IF
              ADD HT-NOTA(AC-NT) TO WS-VALOR-CONTROLE
           END-PERFORM.
           IF HT-MEDIA IS NOT NUMERIC
              MOVE ZERO TO HT-MEDIA
           END-IF
           ADD HT-MEDIA TO WS-VALOR-CONTROLE.
           MOVE HT-NOTA(1) TO WS-S-NOTA-1.
           MOVE HT-NOTA(2) TO WS-S-NOTA-2.
           MOVE HT-NOTA(3) TO WS-S-NOTA-3.
           MOVE HT-NOTA(4) TO WS-S-NOTA-4.
           MOVE HT-MEDIA TO WS-S-EDITA-MEDIA.
           MOVE WS-S-EDITA-MEDIA TO WS-S-MEDIA.
           MOVE HT-NOME TO WS-TEXTO.
           INSPECT WS-TEXTO REPLACING ALL ";" BY ",".
           STRING WS-DATA-NEG ";" WS-MOVIMENTO ";FINAL;" HT-ANO ";"
                  FUNCTION TRIM(HT-TURMA) ";"
                  FUNCTION TRIM(HT-DISCIPLINA) ";"
                  FUNCTION TRIM(HT-ID) ";"
                  FUNCTION TRIM(WS-TEXTO) ";"
                  FUNCTION TRIM(WS-S-NOTA-1) ";"
                  FUNCTION TRIM(WS-S-NOTA-2) ";"
                  FUNCTION TRIM(WS-S-NOTA-3) ";"
                  FUNCTION TRIM(WS-S-NOTA-4) ";"
                  FUNCTION TRIM(WS-S-MEDIA) ";"
                  FUNCTION TRIM(HT-SITUACAO)
              DELIMITED BY SIZE INTO EX-LINHA.
           EXIT.
      ******************************************************************
      * FREQUENCIA (FREQIDX): PRESENTE 1 NA PRESENCA "P", SENAO 0      *
      ******************************************************************
       535-LINHA-FREQIDX               SECTION.
           IF FQ-PRESENCA = "P"
              MOVE 1 TO WS-PRESENTE
           ELSE
              MOVE 0 TO WS-PRESENTE
           END-IF
           MOVE WS-PRESENTE TO WS-VALOR-CONTROLE.
           STRING WS-DATA-NEG ";" WS-MOVIMENTO ";"
                  FUNCTION TRIM(FQ-TURMA) ";" FQ-DATA ";"
                  FUNCTION TRIM(FQ-ID) ";"
                  FUNCTION TRIM(FQ-PRESENCA) ";" WS-PRESENTE
              DELIMITED BY SIZE INTO EX-LINHA.
           EXIT.
      ******************************************************************
      * COMPROMISSO (COMPROM): VALOR LOCAL PELA TAXA DA INCLUSAO, COMO *
      * NA REAVALIACAO DO CAP06AP17; SEM MOEDA, O PROPRIO VALOR        *
      ******************************************************************
       536-LINHA-COMPROM               SECTION.
           MOVE CM-VALOR TO WS-VALOR-LOCAL.
           IF CM-MOEDA NOT = SPACES AND CM-TAXA-ORIG IS NUMERIC
              AND CM-TAXA-ORIG > ZERO
              COMPUTE WS-VALOR-LOCAL ROUNDED =
                 CM-VALOR * CM-TAXA-ORIG
           END-IF
           MOVE CM-VALOR TO WS-S-MOE-1.
           MOVE WS-VALOR-LOCAL TO WS-S-MOE-2.
           MOVE CM-DESCRICAO TO WS-TEXTO.
           INSPECT WS-TEXTO REPLACING ALL ";" BY ",".
           STRING WS-DATA-NEG ";" WS-MOVIMENTO ";COMPROMISSO;"
                  FUNCTION TRIM(CM-CODIGO) ";"
                  FUNCTION TRIM(WS-TEXTO) ";"
                  FUNCTION TRIM(CM-RESPONSAVEL) ";"
                  FUNCTION TRIM(CM-UNIDADE) ";"
                  FUNCTION TRIM(CM-DIRECAO) ";"
                  FUNCTION TRIM(CM-SITUACAO) ";"
                  FUNCTION TRIM(CM-VENCIMENTO) ";;;"
                  FUNCTION TRIM(CM-MOEDA) ";"
                  FUNCTION TRIM(WS-S-MOE-1) ";"
                  FUNCTION TRIM(WS-S-MOE-2)
              DELIMITED BY SIZE INTO EX-LINHA.
           MOVE WS-VALOR-LOCAL TO WS-VALOR-CONTROLE.
           EXIT.
      ******************************************************************
      * PAGAMENTO (COMPAGTO); REGISTRO ANTIGO SEM VALOR LOCAL VALE     *
      * COMO MOEDA LOCAL                                               *
      ******************************************************************
       537-LINHA-COMPAGTO              SECTION.
           IF PG-VALOR-LOCAL IS NUMERIC
              MOVE PG-VALOR-LOCAL TO WS-VALOR-LOCAL
           ELSE
              MOVE PG-VALOR TO WS-VALOR-LOCAL
           END-IF
           MOVE PG-VALOR TO WS-S-MOE-1.
           MOVE WS-VALOR-LOCAL TO WS-S-MOE-2.
           MOVE PG-REFERENCIA TO WS-TEXTO.
           INSPECT WS-TEXTO REPLACING ALL ";" BY ",".
           STRING WS-DATA-NEG ";" WS-MOVIMENTO ";PAGAMENTO;"
                  FUNCTION TRIM(PG-CODIGO) ";;;;;;;"
                  PG-DATA ";"
                  FUNCTION TRIM(WS-TEXTO) ";"
                  FUNCTION TRIM(PG-MOEDA) ";"
                  FUNCTION TRIM(WS-S-MOE-1) ";"
                  FUNCTION TRIM(WS-S-MOE-2)
              DELIMITED BY SIZE INTO EX-LINHA.
           MOVE WS-VALOR-LOCAL TO WS-VALOR-CONTROLE.
           EXIT.
      ******************************************************************
      * CONTRATO (CONTRATO): VALOR E O PRINCIPAL                       *
      ******************************************************************
       538-LINHA-CONTRATO              SECTION.
           MOVE CT-PRINCIPAL TO WS-S-MOE-1.
           MOVE CT-TAXA TO WS-S-TAXA.
           MOVE CT-CONTRAPARTE TO WS-TEXTO.
           INSPECT WS-TEXTO REPLACING ALL ";" BY ",".
           STRING WS-DATA-NEG ";" WS-MOVIMENTO ";CONTRATO;"
                  CT-NUMERO ";;"
                  FUNCTION TRIM(WS-TEXTO) ";"
                  FUNCTION TRIM(CT-DATA-INICIO) ";"
                  FUNCTION TRIM(WS-S-TAXA) ";"
                  CT-PARCELAS ";;"
                  FUNCTION TRIM(WS-S-MOE-1) ";;;;;;;;"
                  FUNCTION TRIM(CT-STATUS)
              DELIMITED BY SIZE INTO EX-LINHA.
           MOVE CT-PRINCIPAL TO WS-VALOR-CONTROLE.
           EXIT.
      ******************************************************************
      * PARCELA (CONTRPAR); ENCARGOS EM BRANCO DAS PARCELAS ANTIGAS    *
      * VALEM ZERO                                                     *
      ******************************************************************
       539-LINHA-CONTRPAR              SECTION.
           IF CP-MULTA IS NOT NUMERIC
              MOVE ZERO TO CP-MULTA
           END-IF
           IF CP-MORA IS NOT NUMERIC
              MOVE ZERO TO CP-MORA
           END-IF
           IF CP-DIAS-ATRASO IS NOT NUMERIC
              MOVE ZERO TO CP-DIAS-ATRASO
           END-IF
           MOVE CP-VALOR TO WS-S-DEC-1.
           MOVE CP-JUROS TO WS-S-DEC-2.
           MOVE CP-AMORTIZACAO TO WS-S-DEC-3.
           MOVE CP-PAGO TO WS-S-DEC-4.
           MOVE CP-MULTA TO WS-S-DEC-5.
           MOVE CP-MORA TO WS-S-DEC-6.
           STRING WS-DATA-NEG ";" WS-MOVIMENTO ";PARCELA;"
                  CP-CONTRATO ";" CP-PARCELA ";;;;;"
                  FUNCTION TRIM(CP-VENCIMENTO) ";"
                  FUNCTION TRIM(WS-S-DEC-1) ";"
                  FUNCTION TRIM(WS-S-DEC-2) ";"
                  FUNCTION TRIM(WS-S-DEC-3) ";"
                  FUNCTION TRIM(WS-S-DEC-4) ";"
                  FUNCTION TRIM(CP-DATA-PGTO) ";"
                  FUNCTION TRIM(WS-S-DEC-5) ";"
                  FUNCTION TRIM(WS-S-DEC-6) ";"
                  CP-DIAS-ATRASO ";"
                  FUNCTION TRIM(CP-STATUS)
              DELIMITED BY SIZE INTO EX-LINHA.
           MOVE CP-VALOR TO WS-VALOR-CONTROLE.
           EXIT.
      ******************************************************************
      * EXCLUSAO: SO A CHAVE DA FOTO, DEMAIS CAMPOS ZERADOS            *
      ******************************************************************
       540-GRAVA-EXCLUSAO              SECTION.
           EVALUATE AC-FO
              WHEN FONTE-TURMAIDX
                 INITIALIZE TI-REGISTRO
                 MOVE WS-FT-CHAVE(AC-FT) TO TI-CHAVE
              WHEN FONTE-FREQIDX
                 INITIALIZE FQ-REGISTRO
                 MOVE WS-FT-CHAVE(AC-FT) TO FQ-CHAVE
              WHEN FONTE-COMPROM
                 INITIALIZE CM-REGISTRO
                 MOVE WS-FT-CHAVE(AC-FT) TO CM-CODIGO
              WHEN FONTE-CONTRATO
                 INITIALIZE CT-REGISTRO
                 MOVE WS-FT-CHAVE(AC-FT)(1:6) TO CT-NUMERO
              WHEN FONTE-CONTRPAR
                 INITIALIZE CP-REGISTRO
                 MOVE WS-FT-CHAVE(AC-FT)(1:6) TO CP-CONTRATO
                 MOVE WS-FT-CHAVE(AC-FT)(7:3) TO CP-PARCELA
           END-EVALUATE.
           MOVE "E" TO WS-MOVIMENTO.
           PERFORM 530-GRAVA-LINHA.
           EXIT.
      ******************************************************************
      * MANIFESTO DA NOITE: UM EXTRATO POR LINHA, COM TIPO DE CARGA,   *
      * QUANTIDADE E TOTAL DE CONTROLE                                 *
      ******************************************************************
       600-GRAVA-MANIFESTO             SECTION.
           MOVE SPACES TO WS-NOME-MANIFESTO.
           STRING "DWMANIF" WS-DATA-NEG ".CSV"
              DELIMITED BY SIZE INTO WS-NOME-MANIFESTO.
           OPEN OUTPUT MANIFESTO-FILE.
           IF WS-MAN-STATUS NOT = "00"
              DISPLAY "Erro ao criar " FUNCTION TRIM(WS-NOME-MANIFESTO)
                 ": " WS-MAN-STATUS
              MOVE "S" TO WS-ERRO
              EXIT SECTION
           END-IF
           MOVE SPACES TO MF-LINHA.
           STRING "ARQUIVO;ASSUNTO;CARGA;DATA_NEGOCIO;REGISTROS;"
                  "TOTAL_CONTROLE"
              DELIMITED BY SIZE INTO MF-LINHA.
           WRITE MF-LINHA.
           PERFORM VARYING AC-AS FROM 1 BY 1
                   UNTIL AC-AS > QTDE-ASSUNTOS
              IF WS-AS-CARGA(AC-AS) = "C"
                 MOVE "COMPLETA" TO WS-TEXTO
              ELSE
                 MOVE "INCREMENTAL" TO WS-TEXTO
              END-IF
              MOVE WS-AS-QTDE(AC-AS) TO WS-S-QTDE
              MOVE WS-AS-TOTAL(AC-AS) TO WS-S-TOTAL
              MOVE SPACES TO MF-LINHA
              STRING FUNCTION TRIM(WS-AS-ARQUIVO(AC-AS)) ";"
                     WS-ASS-CODIGO(AC-AS) ";"
                     FUNCTION TRIM(WS-TEXTO) ";" WS-DATA-NEG ";"
                     FUNCTION TRIM(WS-S-QTDE) ";"
                     FUNCTION TRIM(WS-S-TOTAL)
                 DELIMITED BY SIZE INTO MF-LINHA
              WRITE MF-LINHA
           END-PERFORM.
           CLOSE MANIFESTO-FILE.
           EXIT.
      ******************************************************************
      * EXTRATOS E MANIFESTO FECHADOS: AS FOTOS NOVAS PASSAM A VALER,  *
      * O CONTROLE E REGRAVADO E OS PEDIDOS ATENDIDOS SAEM             *
      ******************************************************************
       700-EFETIVA                     SECTION.
           PERFORM VARYING AC-FO FROM 1 BY 1
                   UNTIL AC-FO > QTDE-FONTES
              IF WS-CT-MANTER(AC-FO) = "N"
                 IF WS-FON-TIPO(AC-FO) = "M"
                    PERFORM 710-COPIA-FOTO
                 END-IF
                 MOVE "S" TO WS-CT-EXISTE(AC-FO)
                 MOVE WS-CT-NOVA-POS(AC-FO) TO WS-CT-POSICAO(AC-FO)
                 MOVE WS-CT-NOVO-CHECK(AC-FO) TO WS-CT-CHECK(AC-FO)
              END-IF
           END-PERFORM.
           OPEN OUTPUT CONTROLE-FILE.
           PERFORM VARYING AC-FO FROM 1 BY 1
                   UNTIL AC-FO > QTDE-FONTES
              IF WS-CT-EXISTE(AC-FO) = "S"
                 MOVE WS-FON-NOME(AC-FO) TO DC-FONTE
                 MOVE WS-CT-POSICAO(AC-FO) TO DC-POSICAO
                 MOVE WS-CT-CHECK(AC-FO) TO DC-CHECK
                 MOVE WS-DATA-NEG TO DC-DATA-NEG
                 WRITE DC-REGISTRO
              END-IF
           END-PERFORM.
           CLOSE CONTROLE-FILE.
           IF WS-HOUVE-PEDIDO = "S"
              OPEN OUTPUT PEDIDO-FILE
              CLOSE PEDIDO-FILE
           END-IF.
           EXIT.
      ******************************************************************
      * A FOTO NOVA (DWnome.NOV) SUBSTITUI A DA NOITE ANTERIOR         *
      ******************************************************************
       710-COPIA-FOTO                  SECTION.
           PERFORM 220-MONTA-NOME-FOTO.
           OPEN INPUT FOTO-NOVA-FILE.
           IF WS-FNV-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           OPEN OUTPUT FOTO-FILE.
           PERFORM UNTIL WS-FNV-STATUS NOT = "00"
              READ FOTO-NOVA-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE FN-REGISTRO TO FT-REGISTRO
                    WRITE FT-REGISTRO
              END-READ
           END-PERFORM.
           CLOSE FOTO-NOVA-FILE.
           CLOSE FOTO-FILE.
           EXIT.
      ******************************************************************
      * CHECK DO REGISTRO: SOMA DOS CARACTERES PONDERADOS PELA POSICAO,*
      * MODULO 10**9 - O MESMO CALCULO DO ENCADEAMENTO DO AUDITLOG     *
      ******************************************************************
       800-CALCULA-CHECK               SECTION.
           MOVE ZERO TO WS-SOMA.
           PERFORM VARYING AC-CI FROM 1 BY 1
                   UNTIL AC-CI > WS-TAM-CONTEUDO
              COMPUTE WS-SOMA = WS-SOMA
                 + FUNCTION ORD(WS-CONTEUDO(AC-CI:1)) * AC-CI
           END-PERFORM.
           COMPUTE WS-CHECK-REG = FUNCTION MOD(WS-SOMA, 1000000000).
           EXIT.
      ******************************************************************
      * TOTAIS DA EXECUCAO, DURACAO E TRILHA DE AUDITORIA              *
      ******************************************************************
       900-ENCERRA                     SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-FIM.
           CALL "DURACALC" USING WS-DATA-INICIO, WS-DATA-FIM,
              WS-DUR-HRA, WS-DUR-MIN, WS-DUR-SEG, WS-DUR-CEN.
           CALL "STATSLOG" USING BY REFERENCE WS-PROGRAMA,
              BY REFERENCE WS-TOTAL-LIDOS,
              BY REFERENCE WS-QTDE-AVISOS,
              BY REFERENCE WS-DUR-HRA, BY REFERENCE WS-DUR-MIN,
              BY REFERENCE WS-DUR-SEG, BY REFERENCE WS-DUR-CEN.
           CALL "AUDITLOG" USING WS-PROGRAMA, WS-RESULTADO.
           EXIT.
       END PROGRAM CAP02AP34.
