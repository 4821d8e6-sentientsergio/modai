            03 f07000-data-operacao                pic 9(08).
            03 f07000-horario-operacao             pic 9(06).
            03 f07000-id-usuario-operacao          pic 9(11).
      *>    ICMS retido por substituicao tributaria nas saidas - debito
      *>    proprio, recolhido em guia separada, sem compensacao com os
      *>    creditos do ICMS da operacao.
            03 f07000-debitos-icms-st              pic 9(11)v9(02).
            03 f07000-recolher-icms-st             pic 9(11)v9(02).
      *>    CIAP (PD10700/CS10089B): o ICMS dos bens do ativo que entraram na
      *>    competencia fica fora de f07000-creditos-icms, e a parcela mensal
      *>    apropriada dos bens entra como credito proprio. Zeros nas
      *>    apuracoes anteriores aos campos.
            03 f07000-icms-ativo-excluido          pic 9(11)v9(02).
            03 f07000-creditos-ciap                pic 9(11)v9(02).
