      * Layout do registro de regra de lancamento (REGRACTB.DAT),
      * mantido pela tela C0502PLC: para cada tipo de transacao que o
      * job de contabilizacao CAP05AP13 gera, a conta debitada e a
      * creditada no plano de contas (PLCONTAS.DAT). Tipos correntes:
      *    PGTP  pagamento de compromisso a pagar (COMPAGTO.DAT)
      *    PGTR  recebimento de compromisso a receber (COMPAGTO.DAT)
      *    MENS  recebimento de mensalidade (COMPAGTO.DAT, codigo "M")
      *    PARC  parcela de contrato paga - principal (CONTRPAR.DAT)
      *    JURO  parcela de contrato paga - juros (so a credito)
      *    ENCA  parcela de contrato paga - multa, mora e diferenca
      *          do valor pago (so a credito; negativa inverte)
      *    DEPT  fechamento de departamento do lote (LOTEOUT.DAT)
       01  RG-REGISTRO.
           05  RG-TIPO         PIC X(4).
           05  RG-DESCRICAO    PIC X(30).
           05  RG-DEBITO       PIC X(8).
           05  RG-CREDITO      PIC X(8).
