       fd   pd09700.

      *> Meta mensal de venda por vendedor (PD07600). A linha de mercadoria
      *> ZERO e a meta do vendedor no mes; as demais linhas, opcionais,
      *> desdobram a meta por mercadoria (PD00700) e nao precisam somar a
      *> meta geral. Mantida por CS10079C; a realizacao (faturamento de
      *> saida via PD07900) e apurada por CS10079B.
       01   f09700-meta-vendedor.
            03 f09700-chave.
               05 f09700-cd-empresa                pic 9(03).
               05 f09700-cd-filial                 pic 9(04).
               05 f09700-cd-vendedor               pic 9(09).
               05 f09700-ano-mes                   pic 9(06).
               05 f09700-cd-mercadoria             pic 9(09).
            03 f09700-valor-meta                   pic 9(11)v9(02).
            03 f09700-data-operacao                pic 9(08).
            03 f09700-horario-operacao             pic 9(06).
            03 f09700-id-usuario-operacao          pic 9(11).
