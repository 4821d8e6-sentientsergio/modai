            move f05900-nosso-numero                to rb-nosso-numero
            move f05900-cd-destinatario             to rb-cd-destinatario
            move f05900-data-vencimento             to rb-data-vencimento
      *>   Parcela com recebimento parcial vai ao banco pelo saldo em aberto
            compute rb-valor-parcela = f05900-valor-parcela - f05900-valor-baixado

            initialize                              f00600-destinatario
            move f05900-cd-empresa                  to f00600-cd-empresa
