            03 ws-tot-geral-valor                   pic 9(11)v9(02).
            03 ws-tot-geral-icms                    pic 9(11)v9(02).
            03 ws-tot-geral-ipi                     pic 9(11)v9(02).
            03 ws-tot-geral-icms-st                 pic 9(11)v9(02).

      *> Grupos CFOP/CST acumulados em memoria, mantidos em ordem de chave na
      *> insercao - o livro sai agrupado por CFOP sem precisar de sort externo.
               05 ws-tl-valor-ipi                   pic 9(11)v9(02).
               05 ws-tl-valor-isentas               pic 9(11)v9(02).
               05 ws-tl-valor-outras                pic 9(11)v9(02).
               05 ws-tl-base-icms-st                pic 9(11)v9(02).
               05 ws-tl-valor-icms-st               pic 9(11)v9(02).

       01   ws-sub-cfop.
            03 ws-sc-valor-contabil                 pic 9(11)v9(02).
            03 ws-sc-valor-ipi                      pic 9(11)v9(02).
            03 ws-sc-valor-isentas                  pic 9(11)v9(02).
            03 ws-sc-valor-outras                   pic 9(11)v9(02).
            03 ws-sc-base-icms-st                   pic 9(11)v9(02).
            03 ws-sc-valor-icms-st                  pic 9(11)v9(02).

       01   ws-tot-colunas.
            03 ws-tc-valor-contabil                 pic 9(11)v9(02).
            03 ws-tc-valor-ipi                      pic 9(11)v9(02).
            03 ws-tc-valor-isentas                  pic 9(11)v9(02).
            03 ws-tc-valor-outras                   pic 9(11)v9(02).
            03 ws-tc-base-icms-st                   pic 9(11)v9(02).
            03 ws-tc-valor-icms-st                  pic 9(11)v9(02).

       01   rel10035b-cabecalho.
            03 filler                              pic x(27) value "Livro de Saidas - Filial..:".
            03 rl-det-valor-isentas                 pic zzzzzzzz9,99.
            03 filler                              pic x(08) value " Outras:".
            03 rl-det-valor-outras                  pic zzzzzzzz9,99.
            03 filler                              pic x(09) value " Base ST:".
            03 rl-det-base-icms-st                  pic zzzzzzzz9,99.
            03 filler                              pic x(09) value " ICMS ST:".
            03 rl-det-valor-icms-st                 pic zzzzzzzz9,99.

       01   rel10035b-subtotal.
            03 filler                              pic x(14) value "  Total CFOP.:".
            03 filler                              pic x(05) value " Out:".
            03 rl-sub-valor-outras                  pic zzzzzzzz9,99.

      *> Substituicao tributaria em linha propria - a linha de subtotal ja
      *> ocupa a largura do relatorio.
       01   rel10035b-subtotal-st.
            03 filler                              pic x(14) value "  Total CFOP.:".
            03 filler                              pic x(09) value " Base ST:".
            03 rl-sub-base-icms-st                  pic zzzzzzzz9,99.
            03 filler                              pic x(09) value " ICMS ST:".
            03 rl-sub-valor-icms-st                 pic zzzzzzzz9,99.

       01   rel10035b-total-colunas.
            03 filler                              pic x(14) value "Total colunas:".
            03 filler                              pic x(06) value " Cont:".
            03 filler                              pic x(05) value " Out:".
            03 rl-tc-valor-outras                   pic zzzzzzzz9,99.

       01   rel10035b-total-colunas-st.
            03 filler                              pic x(14) value "Total colunas:".
            03 filler                              pic x(09) value " Base ST:".
            03 rl-tc-base-icms-st                   pic zzzzzzzz9,99.
            03 filler                              pic x(09) value " ICMS ST:".
            03 rl-tc-valor-icms-st                  pic zzzzzzzz9,99.

      *> Total geral do periodo pelos cabecalhos - as mesmas somas que o
      *> fechamento CS10007B apura para a competencia (valor total/ICMS/IPI
      *> das saidas), para o contador amarrar o livro ao fechamento.
            03 rl-tg-icms                           pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(05) value " IPI:".
            03 rl-tg-ipi                            pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(04) value " ST:".
            03 rl-tg-icms-st                        pic zz.zzz.zzz.zz9,99.

      *>=================================================================================
       linkage section.
            move zeros                              to ws-tot-geral-valor
            move zeros                              to ws-tot-geral-icms
            move zeros                              to ws-tot-geral-ipi
            move zeros                              to ws-tot-geral-icms-st
            move zeros                              to ws-itens-descartados
            move zeros                              to ws-cd-empresa-livro
            initialize                              ws-tot-colunas
            add f05000-valor-total                  to ws-tot-geral-valor
            add f05000-valor-icms                   to ws-tot-geral-icms
            add f05000-valor-ipi                    to ws-tot-geral-ipi
            add f05000-valor-icms-st                to ws-tot-geral-icms-st

            if   ws-documento-historico
                 perform 2210-acumula-itens-historico
            add f05100-valor-total                  to ws-tl-valor-contabil(ws-idx-grupo)
            add f05100-valor-ipi                    to ws-tl-valor-ipi(ws-idx-grupo)

      *>       ICMS-ST em colunas proprias, fora da classificacao por CST - o
      *>       imposto retido nao se mistura com o ICMS proprio da operacao.
            add f05100-base-icms-st                 to ws-tl-base-icms-st(ws-idx-grupo)
            add f05100-valor-icms-st                to ws-tl-valor-icms-st(ws-idx-grupo)

            evaluate f05100-cst
                 when 0040
                 when 0041
            move ws-tc-valor-outras                 to rl-tc-valor-outras
            write rel10035b-linha                   from rel10035b-total-colunas

            move ws-tc-base-icms-st                 to rl-tc-base-icms-st
            move ws-tc-valor-icms-st                to rl-tc-valor-icms-st
            write rel10035b-linha                   from rel10035b-total-colunas-st

            if   ws-itens-descartados > zeros
                 move spaces                        to rel10035b-linha
                 string "*** ALERTA: " ws-itens-descartados
            move ws-tot-geral-valor                 to rl-tg-valor
            move ws-tot-geral-icms                  to rl-tg-icms
            move ws-tot-geral-ipi                   to rl-tg-ipi
            move ws-tot-geral-icms-st               to rl-tg-icms-st
            write rel10035b-linha                   from rel10035b-total-geral

       exit.

            move ws-tl-valor-isentas(ws-idx-grupo)  to rl-det-valor-isentas
            move ws-tl-valor-outras(ws-idx-grupo)   to rl-det-valor-outras
            move ws-tl-base-icms-st(ws-idx-grupo)   to rl-det-base-icms-st
            move ws-tl-valor-icms-st(ws-idx-grupo)  to rl-det-valor-icms-st
            write rel10035b-linha                   from rel10035b-detalhe-isentas

            add ws-tl-valor-contabil(ws-idx-grupo)  to ws-sc-valor-contabil
            add ws-tl-valor-ipi(ws-idx-grupo)       to ws-sc-valor-ipi
            add ws-tl-valor-isentas(ws-idx-grupo)   to ws-sc-valor-isentas
            add ws-tl-valor-outras(ws-idx-grupo)    to ws-sc-valor-outras
            add ws-tl-base-icms-st(ws-idx-grupo)    to ws-sc-base-icms-st
            add ws-tl-valor-icms-st(ws-idx-grupo)   to ws-sc-valor-icms-st

            add ws-tl-valor-contabil(ws-idx-grupo)  to ws-tc-valor-contabil
            add ws-tl-base-icms(ws-idx-grupo)       to ws-tc-base-icms
            add ws-tl-valor-ipi(ws-idx-grupo)       to ws-tc-valor-ipi
            add ws-tl-valor-isentas(ws-idx-grupo)   to ws-tc-valor-isentas
            add ws-tl-valor-outras(ws-idx-grupo)    to ws-tc-valor-outras
            add ws-tl-base-icms-st(ws-idx-grupo)    to ws-tc-base-icms-st
            add ws-tl-valor-icms-st(ws-idx-grupo)   to ws-tc-valor-icms-st

       exit.

            move ws-sc-valor-outras                 to rl-sub-valor-outras
            write rel10035b-linha                   from rel10035b-subtotal

            move ws-sc-base-icms-st                 to rl-sub-base-icms-st
            move ws-sc-valor-icms-st                to rl-sub-valor-icms-st
            write rel10035b-linha                   from rel10035b-subtotal-st

            initialize                              ws-sub-cfop

       exit.
