       fd   pd10300.

      *> Locais de estoque da filial (deposito principal, loja/showroom,
      *> quarentena...) - o endereco de armazenagem em que o saldo por
      *> local (PD10400) e aberto. Um local por filial pode ser o padrao:
      *> e o que a digitacao de itens sugere e para onde vao as entradas
      *> importadas. Quarentena nunca e padrao. Mantido por CS10086C.
       01   f10300-local-estoque.
            03 f10300-chave.
               05 f10300-cd-empresa                pic 9(03).
               05 f10300-cd-filial                 pic 9(04).
               05 f10300-cd-local                  pic 9(03).
            03 f10300-descricao-local              pic x(30).
            03 f10300-fl-tipo-local                pic x(01).
               88 f10300-local-deposito                value "D".
               88 f10300-local-loja                    value "L".
               88 f10300-local-quarentena              value "Q".
            03 f10300-fl-padrao                    pic x(01).
               88 f10300-local-padrao                  value "S".
            03 f10300-data-operacao                pic 9(08).
            03 f10300-horario-operacao             pic 9(06).
            03 f10300-id-usuario-operacao          pic 9(11).
