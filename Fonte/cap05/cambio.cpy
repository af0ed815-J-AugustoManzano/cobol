      * Layout do registro da tabela de taxas de cambio (CAMBIO.DAT),
      * mantida por C0502CMB e consultada por C0502CVT. Uma taxa por
      * moeda por dia; a taxa de uma data e a de vigencia mais recente
      * ate ela, escolhida pelo servico TAXACAMB.
       01  CB-REGISTRO.
           05  CB-MOEDA        PIC X(3).
           05  CB-TAXA         PIC 9(2)V9(6).
