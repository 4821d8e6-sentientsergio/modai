      *>
      *>        Aging de Duplicatas a Receber (por faixa de atraso e cliente)
      *>
      *>    A fotografia classica da revisao de credito de fim de mes: o saldo
      *>    de toda parcela em aberto de PD05900 (valor menos o ja baixado em
      *>    recebimentos parciais) classificado por dias de atraso na
      *>    data-base informada (a vencer / 1-30 / 31-60 / 61-90 / acima de
      *>    90), agregada em memoria por empresa/filial/destinatario (insercao
      *>    ordenada, mesmo idioma de CS10035B), com o nome resolvido em
            03 ws-parcelas-descartadas              pic 9(07).
            03 ws-dias-atraso                       pic 9(05).
            03 ws-valor-juros                       pic 9(09)v9(02).
            03 ws-valor-saldo                       pic 9(09)v9(02).
            03 ws-valor-multa                       pic 9(09)v9(02).
            03 ws-idx-cliente                       pic 9(04).
            03 ws-idx-insercao                      pic 9(04).
                 exit section
            end-if

            if   f05900-valor-baixado not less f05900-valor-parcela
                 move zeros                          to ws-valor-saldo
            else
                 compute ws-valor-saldo = f05900-valor-parcela - f05900-valor-baixado
            end-if

            if   f05900-data-vencimento not less ws-data-base-parm
                 move zeros                          to ws-dias-atraso
            else

            evaluate true
                 when ws-dias-atraso = zeros
                      add ws-valor-saldo             to ws-tg-valor-corrente(ws-idx-cliente)
                 when ws-dias-atraso not greater 30
                      add ws-valor-saldo             to ws-tg-valor-ate-30(ws-idx-cliente)
                 when ws-dias-atraso not greater 60
                      add ws-valor-saldo             to ws-tg-valor-ate-60(ws-idx-cliente)
                 when ws-dias-atraso not greater 90
                      add ws-valor-saldo             to ws-tg-valor-ate-90(ws-idx-cliente)
                 when other
                      add ws-valor-saldo             to ws-tg-valor-acima-90(ws-idx-cliente)
            end-evaluate

            if   ws-dias-atraso > zeros
       exit.

      *>=================================================================================
      *> Juros pro-rata dia (taxa mensal sobre base 30) e multa fixa sobre o
      *> saldo da parcela vencida, pelos parametros da filial da propria parcela -
      *> mesmo calculo de 9000-calcula-encargos-atraso em CS10022C. Filial
      *> sem parametros nao cobra encargos.
       9000-calcula-encargos-parcela section.
            end-if

            compute ws-valor-juros rounded =
                    ws-valor-saldo
                    * f06500-taxa-juros-mensal / 100
                    * ws-dias-atraso / 30
            compute ws-valor-multa rounded =
                    ws-valor-saldo * f06500-perc-multa / 100

            set ws-operacao-ok                      to true

