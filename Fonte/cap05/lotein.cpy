      * LT-DEPTO identifica o departamento remetente da operacao;
      * em branco (arquivos antigos), o registro entra no grupo sem
      * departamento e segue processado normalmente.
      * LT-OPERACAO e "A", "S", "M", "D" ou "I" (imposto: LT-VLR-2 e
      * o codigo do imposto em TAXAIMP.DAT, inteiro, aplicado pela
      * aliquota vigente na data de negocio; o valor base vem no
      * registro de imposto abaixo).
       01  LT-PENDENTE.
           05  LT-REQ-ID       PIC X(8).
           05  LT-TIPO         PIC X.
           05  LT-VLR-1        PIC S9(4)V99.
           05  LT-VLR-2        PIC S9(4)V99.
           05  LT-DEPTO        PIC X(4).
      * Registro de imposto (LT-I-OPERACAO = "I"): o detalhe comum
      * acrescido, depois do departamento, da base inteira da nota
      * (LT-I-BASE, ate 999.999.999,99), que LT-VLR-1 nao comporta.
      * Preenchida, e ela a base; em branco (arquivos antigos e
      * remessas que nao a usam), a base e LT-VLR-1, como antes. No
      * hash do rodape de remessa a base larga entra somada aos dois
      * valores do detalhe.
       01  LT-IMPOSTO-REG.
           05  LT-I-REQ-ID     PIC X(8).
           05  LT-I-TIPO       PIC X.
           05  LT-I-OPERACAO   PIC X.
           05  LT-I-VLR-1      PIC S9(4)V99.
           05  LT-I-CODIGO     PIC S9(4)V99.
           05  LT-I-DEPTO      PIC X(4).
           05  LT-I-BASE       PIC 9(9)V99.
      * Registro de expressao (LT-X-TIPO = "X"): em vez de uma
      * operacao com dois valores, carrega o texto completo de uma
      * expressao aritmetica, avaliada no lote pelo mesmo motor do
           05  LT-X-TIPO       PIC X.
           05  LT-X-TEXTO      PIC X(60).
           05  LT-X-DEPTO      PIC X(4).
      * Envelope de remessa: cada submissao de um departamento vem
      * entre um cabecalho (LT-CB-TIPO = "C": departamento, numero
      * sequencial da remessa por departamento e data) e um rodape
      * (LT-RD-TIPO = "R": quantidade de registros entre os dois e
      * total de hash - soma dos valores absolutos em centavos de
      * LT-VLR-1 e LT-VLR-2 dos detalhes, mais LT-I-BASE quando
      * preenchida, o mesmo calculo da soma de conferencia do
      * C0502VRF; expressoes e registros "S"/"T"
      * contam na quantidade mas nao no hash). O envelope e conferido
      * por LOTEENV antes do processamento e ignorado pelos demais
      * leitores do arquivo. Registros fora de envelope (arquivos
      * antigos e os liberados pelo C0502FUT) seguem aceitos, salvo
      * com a chave EXIGE-ENVEL de SYSCFG em "S".
       01  LT-CABECALHO-REM.
           05  LT-CB-REQ-ID    PIC X(8).
           05  LT-CB-TIPO      PIC X.
           05  LT-CB-DEPTO     PIC X(4).
           05  LT-CB-REMESSA   PIC 9(6).
           05  LT-CB-DATA      PIC 9(8).
       01  LT-RODAPE-REM.
           05  LT-RD-REQ-ID    PIC X(8).
           05  LT-RD-TIPO      PIC X.
           05  LT-RD-QTDE      PIC 9(6).
           05  LT-RD-HASH      PIC 9(12).
