      * registro de log correspondente; CL-DATA-NEG e a DATA DE
      * NEGOCIO vigente na operacao - servico DATANEG - gravada ao
      * lado da data de relogio CL-DATA, para a correcao das 00:30
      * cair no dia de negocio que ainda nao fechou; a operacao
      * "ESTORNO", gravada pela anulacao de recibo C0502ANU, leva em
      * CL-RECIBO o numero do recibo anulado e o resultado do
      * original com o sinal trocado; a operacao "IMPOSTO" - C0502IMP
      * ou operacao "I" do lote - leva em CL-VLR-1 a base quando
      * cabe no campo (ate 9.999,99, senao zero), em CL-VLR-2 o
      * codigo do imposto, em CL-RESULTADO o imposto e em
      * CL-EXPRESSAO o codigo, aliquota, reducao, vigencia e a base
      * inteira aplicados, no formato "IMP cccc AL a RD r VG aaaammdd
      * BASE b"; o liquido e a base menos CL-RESULTADO)
       01  CL-REGISTRO.
           05  CL-OPERACAO     PIC X(10).
           05  CL-VLR-1        PIC S9(4)V99.
