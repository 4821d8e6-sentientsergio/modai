       fd   pd10600.

      *> Bens do ativo imobilizado para o CIAP (controle do credito de ICMS
      *> do ativo permanente) - uma linha por item de nota de entrada com
      *> CFOP de ativo (f05300-cfop-ativo-imobilizado), sob a mesma chave do
      *> item em PD05100. Registrado pelo job mensal CS10089B na competencia
      *> da entrada e mantido (descricao e baixa) por CS10088C. O ICMS do
      *> item nao entra no credito da apuracao de uma vez: e apropriado em
      *> 48 parcelas mensais a partir do mes da aquisicao, cada uma ajustada
      *> pelo coeficiente de saidas tributadas da competencia (PD10700). A
      *> baixa (venda, perda, sucata) encerra a apropriacao a partir do mes
      *> da baixa - o saldo nao apropriado se perde.
       01   f10600-bem-ativo.
            03 f10600-chave.
               05 f10600-chave-doc.
                  07 f10600-cd-empresa             pic 9(03).
                  07 f10600-cd-filial              pic 9(04).
                  07 f10600-tipo-nota              pic 9(02).
                  07 f10600-numero-documento       pic 9(09).
                  07 f10600-serie-documento        pic x(03).
                  07 f10600-cd-destinatario        pic 9(09).
               05 f10600-sequencia                 pic 9(09).
            03 f10600-cd-mercadoria                pic 9(09).
            03 f10600-descricao-bem                pic x(40).
            03 f10600-cfop                         pic 9(04).
            03 f10600-data-aquisicao               pic 9(08).
            03 f10600-valor-aquisicao              pic 9(09)v9(02).
            03 f10600-valor-icms-ciap              pic 9(09)v9(02).
      *>     Contagem das parcelas ja apropriadas (1 a 48), o credito
      *>     acumulado e a ultima competencia apropriada com o valor dela -
      *>     a reexecucao do job na mesma competencia desfaz esta parcela
      *>     antes de recalcular.
            03 f10600-parcelas-apropriadas         pic 9(02).
            03 f10600-valor-apropriado             pic 9(09)v9(02).
            03 f10600-competencia-ultima           pic 9(06).
            03 f10600-valor-ultima-parcela         pic 9(09)v9(02).
            03 f10600-data-baixa                   pic 9(08).
            03 f10600-data-operacao                pic 9(08).
            03 f10600-horario-operacao             pic 9(06).
            03 f10600-id-usuario-operacao          pic 9(11).
