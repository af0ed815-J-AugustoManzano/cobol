      * branco conta como expirada. OP-SENHA-DATA e a data da ultima
      * troca (validade pela chave SENHA-DIAS de SYSCFG.DAT) e
      * OP-SITUACAO e "A"/branco ativo ou "B" bloqueado pelas tres
      * tentativas erradas do sign-on, ou "I" inativada pela
      * recertificacao de acessos (CAP06AP22/CAP06AP23) ou por falta
      * de uso; as duas so voltam pela redefinicao de senha do
      * coordenador em CAP06AP12. OP-SANDBOX = "S" marca o
      * operador em TREINAMENTO (atributo concedido pelo instrutor em
      * CAP06AP12): a sessao dele resolve os arquivos de pratica pelo
      * servico ARQNOME (copias TRN...) e carrega a faixa TREINAMENTO
      * em toda tela, para quebrar a vontade sem a producao notar.
      * OP-UNIDADE e a unidade (UNIDADE.DAT) do operador: a sessao
      * dele guarda o codigo em OPERADOR "V"/"W" e os relatorios por
      * unidade mostram so a unidade dele; em branco, ou sendo a
      * unidade marcada como sede, o operador ve todas.
       01  OP-REGISTRO.
           05  OP-ID           PIC X(8).
           05  OP-NOME         PIC X(12).
           05  OP-SENHA-DATA   PIC 9(8).
           05  OP-SITUACAO     PIC X.
           05  OP-SANDBOX      PIC X.
           05  OP-UNIDADE      PIC X(3).
