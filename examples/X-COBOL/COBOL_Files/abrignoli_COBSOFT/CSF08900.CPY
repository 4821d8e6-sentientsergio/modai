       fd   pd08900.

      *> Conferencia de recebimento - uma linha por item de nota de entrada
      *> conferido contra o pedido de compra do fornecedor (vide
      *> 9000-confere-item-pedido-compra em CSR08900.CPY). A chave e a do
      *> proprio item de nota (PD05100). Quantidades em unidade padrao e
      *> precos por unidade padrao, para nota e pedido serem comparaveis.
      *> Dentro da tolerancia de PD06500 a linha nasce CONFERIDA e a
      *> quantidade ja entra no pedido; fora dela (ou item fora do pedido)
      *> nasce PENDENTE, as parcelas a pagar da nota ficam RETIDAS e o
      *> comprador aprova ou recusa em CS10070C. Nota cancelada ESTORNA as
      *> linhas (a quantidade aceita volta ao saldo do pedido).
       01   f08900-conferencia-recebimento.
            03 f08900-chave.
               05 f08900-chave-doc.
                  07 f08900-cd-empresa             pic 9(03).
                  07 f08900-cd-filial              pic 9(04).
                  07 f08900-tipo-nota              pic 9(02).
                  07 f08900-numero-documento       pic 9(09).
                  07 f08900-serie-documento        pic x(03).
                  07 f08900-cd-fornecedor          pic 9(09).
               05 f08900-sequencia                 pic 9(09).
            03 f08900-numero-pedido                pic 9(09).
            03 f08900-sequencia-pedido             pic 9(09).
            03 f08900-cd-mercadoria                pic 9(09).
            03 f08900-quantidade-nota              pic 9(09)v9(06).
            03 f08900-quantidade-saldo-pedido      pic 9(09)v9(06).
            03 f08900-preco-nota                   pic 9(09)v9(06).
            03 f08900-preco-pedido                 pic 9(09)v9(06).
            03 f08900-fl-divergencia               pic x(01).
               88 f08900-sem-divergencia               value space.
               88 f08900-divergencia-quantidade        value "Q".
               88 f08900-divergencia-preco             value "V".
               88 f08900-divergencia-ambas             value "A".
               88 f08900-item-fora-pedido              value "F".
            03 f08900-fl-situacao                  pic x(01).
               88 f08900-conferido                     value "C".
               88 f08900-pendente                      value "P".
               88 f08900-aprovado                      value "A".
               88 f08900-recusado                      value "R".
               88 f08900-estornado                     value "E".
            03 f08900-data-decisao                 pic 9(08).
            03 f08900-id-usuario-decisao           pic 9(11).
            03 f08900-data-operacao                pic 9(08).
            03 f08900-horario-operacao             pic 9(06).
            03 f08900-id-usuario-operacao          pic 9(11).
