       fd   pd08700.

      *> Cabecalho do pedido de compra - o espelho de PD06700 no lado da
      *> compra: o que foi encomendado ao fornecedor antes de a nota de
      *> entrada chegar. A situacao acompanha o recebimento conferido por
      *> CS10006C/CS10031B (vide CSR08900.CPY): ABERTO enquanto nada foi
      *> recebido, PARCIAL com saldo a receber, RECEBIDO quando os itens se
      *> esgotaram, CANCELADO por decisao do comprador (pedido cancelado nao
      *> recebe mais, mas fica no arquivo).
       01   f08700-pedido-compra.
            03 f08700-chave.
               05 f08700-cd-empresa                pic 9(03).
               05 f08700-cd-filial                 pic 9(04).
               05 f08700-numero-pedido             pic 9(09).
            03 f08700-cd-fornecedor                pic 9(09).
            03 f08700-data-pedido                  pic 9(08).
            03 f08700-data-entrega-prevista        pic 9(08).
            03 f08700-valor-total                  pic 9(09)v9(02).
            03 f08700-fl-situacao                  pic x(01).
               88 f08700-pedido-aberto                 value "A".
               88 f08700-pedido-parcial                value "P".
               88 f08700-pedido-recebido               value "R".
               88 f08700-pedido-cancelado              value "C".
            03 f08700-data-operacao                pic 9(08).
            03 f08700-horario-operacao             pic 9(06).
            03 f08700-id-usuario-operacao          pic 9(11).
