                  07 f06400-cd-filial                 pic 9(04).
                  07 f06400-tipo-nota                 pic 9(02).
                     88 f06400-nota-entrada               value 00.
      *>                 Tipo 04 nao existe em PD05000: parcela do frete de um
      *>                 conhecimento de transporte (PD09500), numero/serie do
      *>                 conhecimento e destinatario = transportadora.
                     88 f06400-conhecimento-frete         value 04.
                  07 f06400-numero-documento          pic 9(09).
                  07 f06400-serie-documento           pic x(03).
               05 f06400-parcela                   pic 9(02).
            03 f06400-data-operacao                pic 9(08).
            03 f06400-horario-operacao             pic 9(06).
            03 f06400-id-usuario-operacao          pic 9(11).
      *>     Principal + desconto ja baixados por movimentos de PD08100
      *>     (pagamento parcial) - mesmo criterio de f05900-valor-baixado:
      *>     saldo = valor-parcela - valor-baixado; zeros nas parcelas sem
      *>     movimento e nas gravadas antes do campo existir.
            03 f06400-valor-baixado                pic 9(09)v9(02).
