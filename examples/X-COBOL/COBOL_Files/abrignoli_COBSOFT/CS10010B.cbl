            string "    <valorOutrasDespesas>" ws-edt-valor "</valorOutrasDespesas>" into ext10010b-linha
            write ext10010b-linha

            move f05000-base-icms-st                 to ws-edt-valor
            string "    <baseIcmsSt>" ws-edt-valor "</baseIcmsSt>" into ext10010b-linha
            write ext10010b-linha

            move f05000-valor-icms-st                to ws-edt-valor
            string "    <valorIcmsSt>" ws-edt-valor "</valorIcmsSt>" into ext10010b-linha
            write ext10010b-linha
            string "        <valorOutrasRateado>" ws-edt-valor "</valorOutrasRateado>" into ext10010b-linha
            write ext10010b-linha

      *>    Substituicao tributaria do item (tabela PD09100 na saida, rateio do
      *>    cabecalho nas demais operacoes).
            move f05100-perc-mva-st                   to ws-edt-valor
            string "        <percMvaSt>" ws-edt-valor "</percMvaSt>" into ext10010b-linha
            write ext10010b-linha

            move f05100-aliq-icms-st                  to ws-edt-valor
            string "        <aliqIcmsSt>" ws-edt-valor "</aliqIcmsSt>" into ext10010b-linha
            write ext10010b-linha

            move f05100-base-icms-st                  to ws-edt-valor
            string "        <baseIcmsSt>" ws-edt-valor "</baseIcmsSt>" into ext10010b-linha
            write ext10010b-linha

            move f05100-valor-icms-st                 to ws-edt-valor
            string "        <valorIcmsSt>" ws-edt-valor "</valorIcmsSt>" into ext10010b-linha
            write ext10010b-linha

            move "      </item>"                     to ext10010b-linha
            write ext10010b-linha

