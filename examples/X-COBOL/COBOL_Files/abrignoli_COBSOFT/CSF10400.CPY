       fd   pd10400.

      *> Posicao de estoque por local (PD10300) - acompanha PD05800 sob a
      *> mesma chave de empresa/filial/mercadoria, aberta por local, sempre
      *> em quantidade padrao e com sinal: a soma dos locais da mercadoria
      *> e o saldo da filial. Itens de nota movem o local do item
      *> (f05100-cd-local), ajustes de inventario o da ficha e a
      *> movimentacao interna (PD10500) tira de um local e poe no outro sem
      *> tocar em PD05800. Local 000 guarda o que entrou sem endereco
      *> (itens anteriores ao controle, filial sem locais cadastrados).
       01   f10400-saldo-local.
            03 f10400-chave.
               05 f10400-cd-empresa                pic 9(03).
               05 f10400-cd-filial                 pic 9(04).
               05 f10400-cd-mercadoria             pic 9(09).
               05 f10400-cd-local                  pic 9(03).
            03 f10400-saldo-padrao                 pic s9(09)v9(06).
            03 f10400-data-operacao                pic 9(08).
            03 f10400-horario-operacao             pic 9(06).
