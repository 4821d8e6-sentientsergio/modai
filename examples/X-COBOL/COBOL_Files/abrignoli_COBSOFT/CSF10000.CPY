
       fd   pd10000.

      *> Quantidade reservada por pedidos de venda em aberto, por empresa/
      *> filial/mercadoria, em quantidade padrao (mesma unidade de PD05800).
      *> Cada item de pedido reserva o seu saldo a faturar (quantidade menos
      *> quantidade-faturada) enquanto o pedido nao e cancelado; o
      *> faturamento, o cancelamento e a reducao do item devolvem a reserva.
      *> Disponivel para promessa = saldo de PD05800 menos esta reserva.
      *> Mantido incrementalmente por CS10041C/CS10006C e reconstruivel a
      *> partir de PD06700/PD06800 por CS10083B.
       01   f10000-reserva-estoque.
            03 f10000-chave.
               05 f10000-cd-empresa                pic 9(03).
               05 f10000-cd-filial                 pic 9(04).
               05 f10000-cd-mercadoria             pic 9(09).
            03 f10000-quantidade-reservada         pic s9(09)v9(06).
            03 f10000-data-operacao                pic 9(08).
            03 f10000-horario-operacao             pic 9(06).
