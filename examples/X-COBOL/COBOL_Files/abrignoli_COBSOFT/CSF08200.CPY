       fd   pd08200.

      *> Conta bancaria (ou caixa) da empresa/filial - o cadastro da
      *> tesouraria. O saldo da conta nao e gravado aqui: e o saldo inicial
      *> (posicao na abertura do dia data-saldo-inicial, antes dos movimentos
      *> desse dia) mais os movimentos de PD08300 dessa data em diante.
      *> Conta padrao recebe as baixas de tela (CS10022C/CS10037C) quando o
      *> financeiro nao escolhe outra; conta de cobranca recebe as
      *> liquidacoes do retorno bancario (CS10040B).
       01   f08200-conta-bancaria.
            03 f08200-chave.
               05 f08200-cd-empresa                pic 9(03).
               05 f08200-cd-filial                 pic 9(04).
               05 f08200-cd-conta                  pic 9(03).
            03 f08200-descricao                    pic x(30).
            03 f08200-cd-banco                     pic 9(03).
            03 f08200-agencia                      pic 9(05).
            03 f08200-numero-conta                 pic x(12).
            03 f08200-saldo-inicial                pic s9(11)v9(02).
            03 f08200-data-saldo-inicial           pic 9(08).
            03 f08200-fl-padrao                    pic x(01).
               88 f08200-conta-padrao                  value "S".
            03 f08200-fl-cobranca                  pic x(01).
               88 f08200-conta-cobranca                value "S".
            03 f08200-fl-ativo                     pic x(01).
               88 f08200-conta-ativa                   value "S".
               88 f08200-conta-inativa                 value "N".
            03 f08200-data-operacao                pic 9(08).
            03 f08200-horario-operacao             pic 9(06).
            03 f08200-id-usuario-operacao          pic 9(11).
