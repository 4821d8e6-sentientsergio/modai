       fd   pd08000.

      *> Condicoes de pagamento aprovadas (CS10060C) - e daqui, e nao do que o
      *> operador digitar na hora, que saem as parcelas de PD05900/PD06400.
      *> Cada parcela tem o prazo em dias contado da data-base e, opcional-
      *> mente, o percentual do total (todos zerados = parcelas iguais, com o
      *> residuo do arredondamento na primeira). Exemplos:
      *>     28/56/84 ............ 3 parcelas, dias 028/056/084
      *>     entrada + 30/60 ..... 3 parcelas, dias 000/030/060
      *>     fora o mes, dia 10 .. fora-mes "S", dia-fixo 10, dias 000
      *> "Fora o mes" troca a data-base pelo ultimo dia do mes da operacao;
      *> dia-fixo (1-28) empurra cada vencimento calculado para aquele dia do
      *> mesmo mes (ou do mes seguinte, se o dia ja passou). Condicao inativa
      *> nao entra em documento novo, mas os antigos continuam apontando
      *> para ela.
       01   f08000-condicao-pagamento.
            03 f08000-chave.
               05 f08000-cd-empresa                pic 9(03).
               05 f08000-cd-filial                 pic 9(04).
               05 f08000-cd-condicao               pic 9(03).
            03 f08000-descricao                    pic x(40).
            03 f08000-qtd-parcelas                 pic 9(02).
            03 f08000-fl-fora-mes                  pic x(01).
               88 f08000-conta-fora-mes                value "S".
            03 f08000-dia-fixo                     pic 9(02).
            03 f08000-parcelas.
               05 f08000-parcela                   occurs 12.
                  07 f08000-dias-parcela           pic 9(03).
                  07 f08000-perc-parcela           pic 9(03)v9(02).
            03 f08000-fl-ativo                     pic x(01).
               88 f08000-condicao-ativa                value "S".
               88 f08000-condicao-inativa              value "N".
            03 f08000-data-operacao                pic 9(08).
            03 f08000-horario-operacao             pic 9(06).
            03 f08000-id-usuario-operacao          pic 9(11).
