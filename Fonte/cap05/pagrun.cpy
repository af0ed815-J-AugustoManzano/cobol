      * Layout do registro de item de lote de pagamento (PAGRUN.DAT),
      * gravado pela tela de remessa C0502REM e atualizado pelo
      * retorno do banco (CAP05AP15). Cada lote de pagamento tem um
      * numero corrido (PR-LOTE) e a data de corte escolhida; cada
      * item e um compromisso a pagar com o saldo em aberto na data
      * da proposta. PR-SITUACAO:
      *    "P" - proposto, aguardando o coordenador;
      *    "C" - proposta rejeitada pelo coordenador;
      *    "X" - excluido na aprovacao (pago ou alterado depois da
      *          proposta);
      *    "E" - enviado ao banco no arquivo de remessa;
      *    "L" - liquidado, aceito no retorno do banco;
      *    "D" - devolvido, recusado no retorno (motivo do banco em
      *          PR-MOTIVO).
      * PR-OPERADOR e PR-DATA-SIT guardam quem e quando mudou a
      * situacao pela ultima vez.
       01  PR-REGISTRO.
           05  PR-LOTE         PIC 9(6).
           05  PR-SEQUENCIA    PIC 9(4).
           05  PR-CODIGO       PIC X(8).
           05  PR-VENCIMENTO   PIC X(10).
           05  PR-VALOR        PIC 9(7)V99.
           05  PR-FAVORECIDO   PIC X(12).
           05  PR-DATA-CORTE   PIC 9(8).
           05  PR-SITUACAO     PIC X.
           05  PR-OPERADOR     PIC X(8).
           05  PR-DATA-SIT     PIC 9(8).
           05  PR-MOTIVO       PIC X(30).
