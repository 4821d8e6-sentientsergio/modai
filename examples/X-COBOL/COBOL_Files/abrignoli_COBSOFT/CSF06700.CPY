            03 f06700-data-operacao                pic 9(08).
            03 f06700-horario-operacao             pic 9(06).
            03 f06700-id-usuario-operacao          pic 9(11).
      *>     Condicao de pagamento negociada no pedido (PD08000), sugerida a
      *>     partir do destinatario - prevalece sobre a do destinatario na
      *>     nota gerada do pedido. Zeros nos registros anteriores ao campo.
            03 f06700-cd-condicao-pagamento        pic 9(03).
      *>     Numero do pedido de compra do cliente, para o pedido importado
      *>     por EDI (CS10092B) - e por ele que a reimportacao do mesmo
      *>     pedido e recusada. Brancos no pedido digitado e nos registros
      *>     anteriores ao campo.
            03 f06700-pedido-cliente               pic x(20).
