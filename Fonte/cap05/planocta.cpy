      * Layout do registro do plano de contas (PLCONTAS.DAT), mantido
      * pela tela C0502PLC. PC-CONTA e o codigo contabil (ex. 1.1.01)
      * que as regras de lancamento (REGRACTB.DAT) e o diario
      * (DIARIO.DAT) referenciam; PC-TIPO classifica a conta - "A"
      * ativo, "P" passivo, "L" patrimonio liquido, "R" receita, "D"
      * despesa. PC-ATIVA = "N" mantem a conta no plano (historico do
      * diario e balancete) mas recusa lancamentos novos nela.
       01  PC-REGISTRO.
           05  PC-CONTA        PIC X(8).
           05  PC-DESCRICAO    PIC X(30).
           05  PC-TIPO         PIC X.
           05  PC-ATIVA        PIC X.
