      *> qtd-sistema) e digitada as cegas em CS10048C. A situacao conduz o
      *> fluxo: GERADA -> PRONTA (1a. contagem dentro da tolerancia) ou
      *> DIVERGENTE (obriga a 2a. contagem) -> SEGUNDA -> AJUSTADA (aprovacao
      *> lancou o ajuste em PD07300/PD05800). A ficha e por local de estoque
      *> (PD10300): a quantidade do sistema e o saldo do local em PD10400.
       01   f07200-contagem-inventario.
            03 f07200-chave.
               05 f07200-cd-empresa                pic 9(03).
               05 f07200-cd-filial                 pic 9(04).
               05 f07200-cd-mercadoria             pic 9(09).
               05 f07200-cd-local                  pic 9(03).
            03 f07200-qtd-sistema                  pic s9(09)v9(06).
            03 f07200-qtd-contagem-1               pic 9(09)v9(06).
            03 f07200-qtd-contagem-2               pic 9(09)v9(06).
