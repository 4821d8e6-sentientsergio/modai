      *>=================================================================================
      *> CSP00902 - Reserva de estoque do item de pedido de venda
      *>
      *>    9000-reserva-item-pedido aplica em PD10000 o delta ws-rs-qtd-item
      *>    (com sinal, na unidade do item) do item de pedido corrente em
      *>    f06800 - positivo reserva, negativo devolve. A conversao para a
      *>    unidade padrao segue a mesma regra da nota (fator da mercadoria
      *>    em PD05600, senao o geral da unidade em PD05500).
      *>    9000-calcula-disponivel devolve em ws-rs-qtd-disponivel o saldo
      *>    de PD05800 menos a reserva de PD10000 da mercadoria do item.
      *>    Kit (PD10100) nao tem estoque proprio: a reserva vai para os
      *>    componentes (quantidade do kit x quantidade no kit) e o
      *>    disponivel do kit e o menor disponivel de componente dividido
      *>    pela quantidade no kit, ja em unidades do kit.
      *>    Quem copia abre PD05500, PD05600, PD05800, PD10000 e PD10100.
      *>=================================================================================
       9000-reserva-item-pedido section.

            if   ws-rs-qtd-item = zeros
                 exit section
            end-if

            perform 9000-converte-qtd-reserva

            move f06800-cd-mercadoria                  to ws-kit-cd-mercadoria
            perform 9000-carrega-componentes-kit

            if   ws-kit-total-componentes = zeros
                 initialize                            f10000-reserva-estoque
                 move f06800-cd-empresa                to f10000-cd-empresa
                 move f06800-cd-filial                 to f10000-cd-filial
                 move f06800-cd-mercadoria             to f10000-cd-mercadoria
                 perform 9000-atualiza-reserva-pd10000
            else
                 move ws-rs-qtd-padrao                 to ws-kit-delta
                 perform varying ws-kit-idx from 1 by 1
                         until ws-kit-idx > ws-kit-total-componentes
                      compute ws-rs-qtd-padrao = ws-kit-delta
                                               * ws-kit-qtd-componente(ws-kit-idx)
                      initialize                       f10000-reserva-estoque
                      move f06800-cd-empresa           to f10000-cd-empresa
                      move f06800-cd-filial            to f10000-cd-filial
                      move ws-kit-cd-componente(ws-kit-idx)
                                                       to f10000-cd-mercadoria
                      perform 9000-atualiza-reserva-pd10000
                 end-perform
            end-if

            move zeros                                 to ws-rs-qtd-item

       exit.

      *>=================================================================================
       9000-converte-qtd-reserva section.

            move f06800-cd-mercadoria                  to f05600-cd-mercadoria
            move f06800-cd-unidade-medida              to f05600-cd-unidade-medida
            perform 9000-ler-pd05600-ran-1

            if   ws-operacao-ok
                 compute ws-rs-qtd-padrao = ws-rs-qtd-item
                                          * f05600-fator-conversao
            else
                 move f06800-cd-unidade-medida          to f05500-cd-unidade-medida
                 perform 9000-ler-pd05500-ran-1
                 if   ws-operacao-ok
                      compute ws-rs-qtd-padrao = ws-rs-qtd-item
                                               * f05500-fator-conversao-padrao
                 else
                      move ws-rs-qtd-item              to ws-rs-qtd-padrao
                 end-if
            end-if

       exit.

      *>=================================================================================
       9000-calcula-disponivel section.

            move f06800-cd-mercadoria                  to ws-kit-cd-mercadoria
            perform 9000-carrega-componentes-kit

            if   ws-kit-total-componentes > zeros
                 perform 9000-calcula-disponivel-kit
                 exit section
            end-if

            initialize                                 f05800-saldo-estoque
            move f06800-cd-empresa                     to f05800-cd-empresa
            move f06800-cd-filial                      to f05800-cd-filial
            move f06800-cd-mercadoria                  to f05800-cd-mercadoria
            perform 9000-ler-pd05800-ran-1
            if   not ws-operacao-ok
                 move zeros                            to f05800-saldo-padrao
            end-if

            initialize                                 f10000-reserva-estoque
            move f06800-cd-empresa                     to f10000-cd-empresa
            move f06800-cd-filial                      to f10000-cd-filial
            move f06800-cd-mercadoria                  to f10000-cd-mercadoria
            perform 9000-ler-pd10000-ran-1
            if   ws-operacao-ok
                 move f10000-quantidade-reservada      to ws-rs-qtd-reservada
            else
                 move zeros                            to ws-rs-qtd-reservada
            end-if

            compute ws-rs-qtd-disponivel = f05800-saldo-padrao
                                         - ws-rs-qtd-reservada

       exit.

      *>=================================================================================
      *> Disponivel do kit ja carregado em ws-tab-componentes-kit: o menor
      *> (saldo - reserva) / quantidade no kit entre os componentes. A
      *> reserva devolvida e a do componente limitante, tambem em kits.
       9000-calcula-disponivel-kit section.

            perform varying ws-kit-idx from 1 by 1
                    until ws-kit-idx > ws-kit-total-componentes

                 initialize                            f05800-saldo-estoque
                 move f06800-cd-empresa                to f05800-cd-empresa
                 move f06800-cd-filial                 to f05800-cd-filial
                 move ws-kit-cd-componente(ws-kit-idx) to f05800-cd-mercadoria
                 perform 9000-ler-pd05800-ran-1
                 if   not ws-operacao-ok
                      move zeros                       to f05800-saldo-padrao
                 end-if

                 initialize                            f10000-reserva-estoque
                 move f06800-cd-empresa                to f10000-cd-empresa
                 move f06800-cd-filial                 to f10000-cd-filial
                 move ws-kit-cd-componente(ws-kit-idx) to f10000-cd-mercadoria
                 perform 9000-ler-pd10000-ran-1
                 if   not ws-operacao-ok
                      move zeros                       to f10000-quantidade-reservada
                 end-if

                 compute ws-kit-montaveis-componente =
                         (f05800-saldo-padrao - f10000-quantidade-reservada)
                         / ws-kit-qtd-componente(ws-kit-idx)

                 if   ws-kit-idx = 1
                 or   ws-kit-montaveis-componente < ws-rs-qtd-disponivel
                      move ws-kit-montaveis-componente to ws-rs-qtd-disponivel
                      compute ws-rs-qtd-reservada = f10000-quantidade-reservada
                                                  / ws-kit-qtd-componente(ws-kit-idx)
                 end-if

            end-perform

            set ws-operacao-ok                         to true

       exit.
