      * Layout do registro de emissoes de codigos (CODIGREG.DAT), a
      * fonte unica da atribuicao de codigos: emissao e reserva
      * manual da CAP06AP11, certificados da CAP04AP25, diplomas de
      * programa da CAP04AP42 e blocos de codigos alocados a
      * parceiros pela CAP06AP15. CG-ORIGEM: "E" emitido, "M" reserva
      * manual, "C" certificado, "D" diploma, "P" bloco de parceiro.
      * CG-SITUACAO: "A" ativo (ou em branco nos registros antigos),
      * "S" suspenso, "R" revogado; nos codigos de parceiro, "L"
      * alocado e ainda nao usado e "U" usado (devolvido pelo
      * parceiro em PARCCOD.DAT e conciliado pela CAP06AP20). O
      * codigo de parceiro nao cabe no formato da casa: CG-CODIGO
      * fica em branco e o codigo inteiro (base + digito pelo
      * algoritmo do parceiro) vai em CG-COD-PARCEIRO, com o
      * parceiro e o numero do bloco (PARCBLO.DAT).
       01  CG-REGISTRO.
           05  CG-CODIGO       PIC X(9).
           05  CG-DATA         PIC 9(8).
           05  CG-HORA         PIC 9(6).
           05  CG-OPERADOR     PIC X(12).
           05  CG-ORIGEM       PIC X.
           05  CG-SITUACAO     PIC X.
           05  CG-SIT-DATA     PIC 9(8).
           05  CG-SIT-OPERADOR PIC X(12).
           05  CG-PARCEIRO     PIC X(4).
           05  CG-BLOCO        PIC 9(6).
           05  CG-COD-PARCEIRO PIC X(21).
