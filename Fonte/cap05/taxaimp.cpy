      * Layout do registro da tabela de impostos (TAXAIMP.DAT),
      * mantida por C0502TRB e consultada pelo servico IMPOSTO. Cada
      * codigo de imposto (numerico, como os codigos de recolhimento)
      * tem uma linha por vigencia; vale para uma data a linha mais
      * recente com vigencia ate ela. TI-ALIQUOTA e o percentual do
      * imposto sobre a base de calculo e TI-REDUCAO o percentual de
      * reducao aplicado a base antes da aliquota.
       01  TI-REGISTRO.
           05  TI-CODIGO       PIC 9(4).
           05  TI-DESCRICAO    PIC X(20).
           05  TI-ALIQUOTA     PIC 9(2)V9(4).
           05  TI-REDUCAO      PIC 9(3)V99.
           05  TI-VIGENCIA     PIC 9(8).
