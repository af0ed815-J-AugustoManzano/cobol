      * Layout do arquivo de retorno por departamento (RETdddd.DAT,
      * gravado por C0502RET apos o lote noturno; o grupo sem
      * departamento recebe RETGERAL.DAT). Tres tipos de registro,
      * decididos pelo primeiro byte:
      *    "H" cabecalho - departamento, data de negocio e hora da
      *        geracao;
      *    "D" detalhe   - um registro do departamento: o resultado
      *        do lote (LOTEOUT.DAT) ou a rejeicao da critica previa
      *        (LOTEEDR.DAT), com status e motivo; na operacao de
      *        imposto ("I"), RR-D-BASE traz a base inteira da nota
      *        (zero nas demais);
      *    "T" trailer   - quantidade de detalhes, quantidade de
      *        rejeitados e os totais de valores e de resultados, para
      *        o departamento conferir que recebeu o arquivo inteiro
      *        (a soma de valores inclui RR-D-BASE)
      *        antes de carrega-lo.
      * Status do detalhe: os do LOTEOUT.DAT ("OK  ", "ERRO", "DUPL",
      * "DEPT", "SUB ", "TOT ") e "EDT " para a rejeicao da critica.
       01  RR-CABECALHO.
           05  RR-H-TIPO       PIC X.
           05  RR-H-DEPTO      PIC X(4).
           05  RR-H-DATA       PIC 9(8).
           05  RR-H-HORA       PIC 9(6).
           05  FILLER          PIC X(68).
       01  RR-DETALHE.
           05  RR-D-TIPO       PIC X.
           05  RR-D-REQ-ID     PIC X(8).
           05  RR-D-REG-TIPO   PIC X.
           05  RR-D-OPERACAO   PIC X.
           05  RR-D-VLR-1      PIC S9(4)V99.
           05  RR-D-VLR-2      PIC S9(4)V99.
           05  RR-D-RESULTADO  PIC S9(8)V9999.
           05  RR-D-STATUS     PIC X(4).
           05  RR-D-MOTIVO     PIC X(40).
           05  RR-D-BASE       PIC 9(9)V99.
       01  RR-TRAILER.
           05  RR-T-TIPO       PIC X.
           05  RR-T-QTDE       PIC 9(6).
           05  RR-T-REJEITADOS PIC 9(6).
           05  RR-T-SOMA-VALORES PIC S9(10)V99.
           05  RR-T-SOMA-RESULTADOS PIC S9(10)V9999.
           05  FILLER          PIC X(49).
