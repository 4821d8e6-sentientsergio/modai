       fd   pd08800.

      *> Item do pedido de compra - mercadoria/unidade/quantidade/valor com as
      *> mesmas consistencias do item de nota (PD00700, PD05500/PD05600). A
      *> quantidade tambem e guardada convertida para a unidade padrao da
      *> mercadoria: e nela que a nota de entrada e conferida, qualquer que
      *> seja a unidade que o fornecedor faturou. f08800-quantidade-recebida
      *> (unidade padrao) acumula o que a conferencia aceitou - dentro da
      *> tolerancia ou aprovado pelo comprador (CS10070C); o saldo a receber
      *> e a diferenca para f08800-quantidade-padrao.
       01   f08800-item-pedido-compra.
            03 f08800-chave.
               05 f08800-chave-pedido.
                  07 f08800-cd-empresa             pic 9(03).
                  07 f08800-cd-filial              pic 9(04).
                  07 f08800-numero-pedido          pic 9(09).
               05 f08800-sequencia                 pic 9(09).
            03 f08800-cd-mercadoria                pic 9(09).
            03 f08800-cd-unidade-medida            pic 9(09).
            03 f08800-quantidade                   pic 9(09)v9(06).
            03 f08800-quantidade-padrao            pic 9(09)v9(06).
            03 f08800-valor-unitario               pic 9(09)v9(06).
            03 f08800-valor-total                  pic 9(09)v9(02).
            03 f08800-quantidade-recebida          pic 9(09)v9(06).
            03 f08800-data-operacao                pic 9(08).
            03 f08800-horario-operacao             pic 9(06).
            03 f08800-id-usuario-operacao          pic 9(11).
