      * Layout do registro de boleto de mensalidade (BOLETO.DAT),
      * gravado pela emissao de boletos do CAP04AP33 e baixado pelo
      * retorno de boletos pagos (CAP05AP16). BL-NOSSO-NUMERO e o
      * numero corrido do boleto, impresso na linha digitavel (servico
      * LINHADIG); BL-CODIGO e BL-DESCRICAO apontam o compromisso de
      * mensalidade de COMPROM.DAT - a descricao "MENSALIDADE turma
      * id" distingue as mensalidades de um mesmo estudante, que
      * dividem o codigo. BL-SITUACAO: "E" emitido, "P" pago (com a
      * data do pagamento em BL-DATA-PGTO). A reemissao do mesmo mes
      * reimprime o boleto "E" ja existente, com o mesmo numero.
       01  BL-REGISTRO.
           05  BL-NOSSO-NUMERO PIC 9(8).
           05  BL-CODIGO       PIC X(8).
           05  BL-DESCRICAO    PIC X(30).
           05  BL-VENCIMENTO   PIC X(10).
           05  BL-VALOR        PIC 9(7)V99.
           05  BL-NOME         PIC X(25).
           05  BL-LINHA        PIC X(37).
           05  BL-SITUACAO     PIC X.
           05  BL-DATA-EMISSAO PIC 9(8).
           05  BL-DATA-PGTO    PIC 9(8).
