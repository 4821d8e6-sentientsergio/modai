      *>     gravados antes dos campos existirem.
            03 f05100-numero-lote                  pic x(10).
            03 f05100-data-validade                pic 9(08).
      *>     ICMS-ST do item. Na saida e calculado pela tabela PD09100 (NCM da
      *>     mercadoria + estado do destinatario): base = valor do item mais
      *>     IPI e acessorios rateados, acrescida da MVA; ST = base x aliquota
      *>     interna menos o ICMS proprio pela interestadual. Nos demais tipos
      *>     o ST destacado pelo emitente vem do cabecalho, rateado como o
      *>     frete. E da soma destes campos que saem f05000-base-icms-st e
      *>     f05000-valor-icms-st. Zeros nos registros anteriores aos campos.
            03 f05100-perc-mva-st                  pic 9(03)v9(02).
            03 f05100-aliq-icms-st                 pic 9(03)v9(02).
            03 f05100-base-icms-st                 pic 9(09)v9(02).
            03 f05100-valor-icms-st                pic 9(09)v9(02).
      *>     Custo medio unitario (por unidade padrao) da mercadoria no
      *>     momento em que a saida foi lancada no estoque - congelado por
      *>     9000-lanca-estoque-item (CS10006C), porque f05800-custo-medio
      *>     muda a cada entrada. E a base da margem bruta de CS10078B. Zeros
      *>     nos demais tipos e nos registros anteriores ao campo.
            03 f05100-custo-medio-saida            pic 9(09)v9(06).
      *>     Local de estoque (PD10300) em que o item entrou ou de que saiu -
      *>     e o saldo deste local em PD10400 que o item move. Zeros (local
      *>     000, sem endereco) nos registros anteriores ao campo e nas
      *>     filiais sem locais cadastrados.
            03 f05100-cd-local                     pic 9(03).
