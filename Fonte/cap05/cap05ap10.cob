      * RELGER, para o plano na bancada de inspecao ser uma saida do
      * sistema e nao uma planilha; a consulta entra em FATLOG.DAT
      * com status "C" como as demais chamadas combinatorias.
      *
      * A inspecao feita na bancada com o plano escolhido aqui - os
      * defeitos achados na amostra de cada lote recebido e a decisao
      * de aceite ou rejeicao - e registrada no CAP05AP17.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
