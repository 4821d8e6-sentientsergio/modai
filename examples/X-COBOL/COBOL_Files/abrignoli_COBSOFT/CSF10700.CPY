       fd   pd10700.

      *> Resumo mensal do CIAP da filial (CS10089B): o coeficiente de saidas
      *> tributadas sobre o total das saidas da competencia, o ICMS dos bens
      *> do ativo que entraram no mes (que a apuracao CS10042B tira dos
      *> creditos das entradas) e a soma das parcelas apropriadas (que a
      *> apuracao lanca como credito proprio em f07000-creditos-ciap).
      *> Chave no molde de PD07000 (empresa/filial/competencia).
       01   f10700-ciap-competencia.
            03 f10700-chave.
               05 f10700-cd-empresa                pic 9(03).
               05 f10700-cd-filial                 pic 9(04).
               05 f10700-competencia               pic 9(06).
            03 f10700-valor-saidas-total           pic 9(11)v9(02).
            03 f10700-valor-saidas-tributadas      pic 9(11)v9(02).
            03 f10700-coeficiente                  pic 9(01)v9(06).
            03 f10700-icms-ativo-entradas          pic 9(11)v9(02).
            03 f10700-valor-parcelas               pic 9(11)v9(02).
            03 f10700-total-bens                   pic 9(05).
            03 f10700-data-operacao                pic 9(08).
            03 f10700-horario-operacao             pic 9(06).
            03 f10700-id-usuario-operacao          pic 9(11).
