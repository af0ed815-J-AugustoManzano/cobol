      * Layout da tabela de conflitos de funcoes (SODREG.DAT), mantida
      * pela coordenacao no CAP02AP17: cada registro e um par de
      * funcoes (nomes de programa, como em PERMREG.DAT) que um mesmo
      * operador nunca deve deter junto - quem digita o lote e quem
      * libera a retencao, quem mantem a tabela de cambio e quem a
      * carrega, quem pede a troca de nota e quem a aprova. A ordem
      * das duas funcoes no par nao importa.
       01  SR-REGISTRO.
           05  SR-FUNCAO-A     PIC X(9).
           05  SR-FUNCAO-B     PIC X(9).
           05  SR-DESCRICAO    PIC X(30).
