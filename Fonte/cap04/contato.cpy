      * Layout da ficha de contato do estudante (CONTATO.DAT), uma por
      * TR-ID, mantida no formulario CAP04AP43: o que antes ficava na
      * pasta de papel. CT-NASCIMENTO AAAAMMDD; para o menor de 18
      * anos o responsavel (nome, parentesco e telefone) e
      * obrigatorio. Autorizacoes "S"/"N": CT-AUT-CORRESP permite
      * enviar correspondencia ao endereco (sem ela o endereco nao e
      * impresso em boletim, certificado ou carta), CT-AUT-IMAGEM o
      * uso de imagem e CT-AUT-DIVULGA o repasse dos dados a
      * parceiros. CT-ALTERADO e a data da ultima manutencao.
       01  CT-REGISTRO.
           05  CT-ID               PIC X(9).
           05  CT-NASCIMENTO       PIC 9(8).
           05  CT-ENDERECO         PIC X(40).
           05  CT-BAIRRO           PIC X(20).
           05  CT-CIDADE           PIC X(20).
           05  CT-UF               PIC X(2).
           05  CT-CEP              PIC 9(8).
           05  CT-FONE             PIC X(15).
           05  CT-CELULAR          PIC X(15).
           05  CT-EMAIL            PIC X(40).
           05  CT-RESP-NOME        PIC X(25).
           05  CT-RESP-PARENTESCO  PIC X(10).
           05  CT-RESP-FONE        PIC X(15).
           05  CT-AUT-CORRESP      PIC X.
               88  CT-CORRESP-OK   VALUE "S".
           05  CT-AUT-IMAGEM       PIC X.
               88  CT-IMAGEM-OK    VALUE "S".
           05  CT-AUT-DIVULGA      PIC X.
               88  CT-DIVULGA-OK   VALUE "S".
           05  CT-ALTERADO         PIC 9(8).
