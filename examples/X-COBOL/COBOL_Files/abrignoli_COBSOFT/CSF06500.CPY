            03 f06500-data-operacao                pic 9(08).
            03 f06500-horario-operacao             pic 9(06).
            03 f06500-id-usuario-operacao          pic 9(11).
      *>     Tolerancias da conferencia de recebimento (nota de entrada x
      *>     pedido de compra, CSR08900.CPY): excesso percentual de
      *>     quantidade sobre o saldo do pedido e desvio percentual do preco
      *>     unitario acima destes valores retem o item para o comprador.
      *>     Zeros (ou filial sem linha) = toda divergencia e retida.
            03 f06500-perc-tolerancia-qtd-compra   pic 9(03)v9(02).
            03 f06500-perc-tolerancia-preco-compra pic 9(03)v9(02).
