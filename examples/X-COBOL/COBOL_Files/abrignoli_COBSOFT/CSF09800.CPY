       fd   pd09800.

      *> Regua de cobranca da filial - cada estagio diz a partir de quantos
      *> dias de atraso a parcela aberta entra nele, a carta que sai na
      *> entrada e se o cliente fica com a venda bloqueada enquanto houver
      *> parcela nele (f00600-fl-bloqueio-cobranca). Mantida por CS10081C;
      *> aplicada todas as noites por CS10081B. Filial sem estagios nao tem
      *> regua - nenhuma parcela anda e ninguem e bloqueado.
       01   f09800-estagio-cobranca.
            03 f09800-chave.
               05 f09800-cd-empresa                pic 9(03).
               05 f09800-cd-filial                 pic 9(04).
               05 f09800-estagio                   pic 9(02).
            03 f09800-dias-atraso                  pic 9(04).
            03 f09800-descricao-estagio            pic x(30).
            03 f09800-fl-bloqueia-venda            pic x(01).
               88 f09800-bloqueia-venda                value "S".
            03 f09800-texto-carta-1                pic x(70).
            03 f09800-texto-carta-2                pic x(70).
            03 f09800-data-operacao                pic 9(08).
            03 f09800-horario-operacao             pic 9(06).
            03 f09800-id-usuario-operacao          pic 9(11).
