      * Layout do registro de parcela de contrato (CONTRPAR.DAT),
      * gravado pela geracao do plano Price do C0502CTR e baixado
      * parcela a parcela pelo pagamento. Os encargos de atraso (multa
      * e mora pro rata) sao apurados pela rodada noturna CAP05AP11 e
      * entram NO FIM do registro, como toda evolucao de layout do
      * pacote: parcelas gravadas antes ficam com os campos em branco,
      * tratados como zero por quem os le.
       01  CP-REGISTRO.
           05  CP-CONTRATO     PIC 9(6).
           05  CP-PARCELA      PIC 9(3).
           05  CP-VENCIMENTO   PIC X(10).
           05  CP-VALOR        PIC S9(8)V9999.
           05  CP-JUROS        PIC S9(8)V9999.
           05  CP-AMORTIZACAO  PIC S9(8)V9999.
           05  CP-PAGO         PIC S9(8)V9999.
           05  CP-DATA-PGTO    PIC X(10).
           05  CP-STATUS       PIC X.
           05  CP-MULTA        PIC S9(8)V9999.
           05  CP-MORA         PIC S9(8)V9999.
           05  CP-DIAS-ATRASO  PIC 9(4).
