       fd   pd10200.

      *> Classificacao de mercadorias em grupo/subgrupo - uma linha por
      *> grupo (subgrupo 0000) e uma por subgrupo dentro dele. A mercadoria
      *> aponta para o grupo e, opcionalmente, para um subgrupo
      *> (f00700-cd-grupo/f00700-cd-subgrupo). Mantida por CS10085C; os
      *> relatorios de estoque e de vendas subtotalizam por ela.
       01   f10200-grupo-mercadoria.
            03 f10200-chave.
               05 f10200-cd-grupo                  pic 9(04).
               05 f10200-cd-subgrupo               pic 9(04).
            03 f10200-descricao-grupo              pic x(40).
            03 f10200-data-operacao                pic 9(08).
            03 f10200-horario-operacao             pic 9(06).
            03 f10200-id-usuario-operacao          pic 9(11).
