       fd   pd09000.

      *> Parametros de reposicao por empresa/filial/mercadoria, mantidos em
      *> CS10071C e consumidos pela sugestao de compra (CS10071B). Todas as
      *> quantidades na unidade padrao da mercadoria, como f05800. O ponto
      *> de pedido e calculado pelo consumo medio diario vezes o prazo de
      *> reposicao mais o estoque de seguranca, nunca abaixo do minimo; o
      *> maximo, quando informado, e o alvo da compra sugerida. Prazo zero
      *> assume o prazo padrao do parametro do lote.
       01   f09000-parametro-reposicao.
            03 f09000-chave.
               05 f09000-cd-empresa                pic 9(03).
               05 f09000-cd-filial                 pic 9(04).
               05 f09000-cd-mercadoria             pic 9(09).
            03 f09000-estoque-minimo               pic 9(09)v9(06).
            03 f09000-estoque-seguranca            pic 9(09)v9(06).
            03 f09000-estoque-maximo               pic 9(09)v9(06).
            03 f09000-prazo-reposicao              pic 9(03).
            03 f09000-fl-ativo                     pic x(01).
               88 f09000-parametro-ativo               value "S".
            03 f09000-data-operacao                pic 9(08).
            03 f09000-horario-operacao             pic 9(06).
            03 f09000-id-usuario-operacao          pic 9(11).
