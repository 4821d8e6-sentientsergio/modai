       fd   pd10900.

      *> Referencia cruzada de produto do cliente - o codigo que o cliente
      *> usa no proprio pedido de compra (EDI) traduzido para a nossa
      *> mercadoria (PD00700), por destinatario. A unidade e a do pedido do
      *> cliente na nossa tabela PD05500; zeros = unidade padrao da
      *> mercadoria. Mantido por CS10091C, lido na importacao de pedidos
      *> EDI (CS10092B).
       01   f10900-produto-cliente.
            03 f10900-chave.
               05 f10900-cd-empresa                pic 9(03).
               05 f10900-cd-filial                 pic 9(04).
               05 f10900-cd-destinatario           pic 9(09).
               05 f10900-cd-produto-cliente        pic x(20).
            03 f10900-cd-mercadoria                pic 9(09).
            03 f10900-cd-unidade-medida            pic 9(09).
            03 f10900-data-operacao                pic 9(08).
            03 f10900-horario-operacao             pic 9(06).
            03 f10900-id-usuario-operacao          pic 9(11).
