       fd   pd08300.

      *> Movimento de tesouraria - uma linha por entrada (C) ou saida (D) de
      *> dinheiro numa conta de PD08200, na ordem conta/data/sequencia do
      *> dia, que e a ordem do extrato. Origem B nasce automaticamente de uma
      *> baixa (PD08100 - principal + juros/multa efetivamente recebidos ou
      *> pagos; desconto nao movimenta dinheiro) e aponta o movimento de
      *> baixa que a gerou; origem M e lancamento manual da tesouraria
      *> (tarifa, transferencia entre contas, outros) feito em CS10062C.
       01   f08300-movimento-tesouraria.
            03 f08300-chave.
               05 f08300-cd-empresa                pic 9(03).
               05 f08300-cd-filial                 pic 9(04).
               05 f08300-cd-conta                  pic 9(03).
               05 f08300-data-movimento            pic 9(08).
               05 f08300-sequencia                 pic 9(05).
            03 f08300-fl-natureza                  pic x(01).
               88 f08300-credito                       value "C".
               88 f08300-debito                        value "D".
            03 f08300-valor                        pic 9(11)v9(02).
            03 f08300-fl-origem                    pic x(01).
               88 f08300-origem-baixa                  value "B".
               88 f08300-origem-manual                 value "M".
      *>     Lancamento manual: T = tarifa, R = transferencia, O = outros;
      *>     espacos nos movimentos de baixa.
            03 f08300-fl-tipo-manual               pic x(01).
               88 f08300-manual-tarifa                 value "T".
               88 f08300-manual-transferencia          value "R".
               88 f08300-manual-outros                 value "O".
            03 f08300-historico                    pic x(40).
      *>     Referencia do movimento: na origem B, a chave do movimento de
      *>     baixa (PD08100) que o gerou; na transferencia, a chave da outra
      *>     perna (PD08300) - as duas pernas saem juntas na exclusao;
      *>     espacos nos demais lancamentos manuais.
            03 f08300-chave-referencia             pic x(26).
      *>     Documento que o banco traz no extrato, usado pela conciliacao
      *>     (CS10064B) para casar o movimento: nosso-numero na liquidacao da
      *>     cobranca, numero do documento na baixa de tela, o que a
      *>     tesouraria informar no lancamento manual (pode ficar em branco).
            03 f08300-documento                    pic x(15).
      *>     Conciliacao bancaria (CS10064B): S = casado com uma linha do
      *>     extrato do banco, datada de f08300-data-conciliacao.
            03 f08300-fl-conciliado                pic x(01).
               88 f08300-conciliado                    value "S".
               88 f08300-nao-conciliado                value "N".
            03 f08300-data-conciliacao             pic 9(08).
            03 f08300-data-operacao                pic 9(08).
            03 f08300-horario-operacao             pic 9(06).
            03 f08300-id-usuario-operacao          pic 9(11).
