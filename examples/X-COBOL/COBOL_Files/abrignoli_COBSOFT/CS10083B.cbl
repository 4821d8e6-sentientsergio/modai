      $set sourceformat"free"
       program-id. CS10083B.
      *>=================================================================================
      *>
      *>        Reconstrucao da Reserva de Estoque (PD06700/PD06800 -> PD10000)
      *>
      *>    Recria PD10000 do zero a partir dos pedidos de venda: percorre os
      *>    cabecalhos de PD06700 (pulando os CANCELADOS e os FATURADOS, que
      *>    nao reservam mais nada) e reserva, para cada item de PD06800, o
      *>    saldo a faturar (quantidade menos quantidade-faturada) convertido
      *>    para a unidade padrao - mesma regra de CS10041C/CS10006C. Imprime
      *>    em REL10083B, por filial/mercadoria, o saldo de PD05800, a reserva
      *>    e o disponivel para promessa, com alerta nas linhas em que a
      *>    reserva ja passa do saldo. Item de kit (PD10100) reserva nos
      *>    componentes pela composicao corrente. E a rede de seguranca para quando se
      *>    duvida da reserva incremental, como CS10020B para o saldo.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00700.cpy.
       copy CSS05500.cpy.
       copy CSS05600.cpy.
       copy CSS05800.cpy.
       copy CSS06700.cpy.
       copy CSS06800.cpy.
       copy CSS10000.cpy.
       copy CSS10100.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10083b
               assign to "REL10083B"
               organization is line sequential
               file status is ws-fs-rel10083b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00700.cpy.
       copy CSF05500.cpy.
       copy CSF05600.cpy.
       copy CSF05800.cpy.
       copy CSF06700.cpy.
       copy CSF06800.cpy.
       copy CSF10000.cpy.
       copy CSF10100.cpy.

       fd   rel10083b
            record contains 132 characters.

       01   rel10083b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10083B".
       78   c-descricao-programa                   value "RECONSTRUCAO RESERVA ESTOQUE".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-reconstrucao.
            03 ws-fs-rel10083b                      pic x(02).
            03 ws-total-pedidos                     pic 9(07).
            03 ws-total-itens                       pic 9(07).
            03 ws-total-reservas                    pic 9(07).
            03 ws-total-excedidas                   pic 9(07).
            03 ws-chave-pedido-comparacao           pic x(16).

       01   rel10083b-detalhe.
            03 filler                              pic x(07) value "Filial:".
            03 rv-det-cd-empresa                    pic 9(03).
            03 filler                              pic x(01) value "/".
            03 rv-det-cd-filial                     pic 9(04).
            03 filler                              pic x(06) value " Merc:".
            03 rv-det-cd-mercadoria                 pic 9(09).
            03 filler                              pic x(01) value space.
            03 rv-det-descricao                     pic x(25) value spaces.
            03 filler                              pic x(07) value " Saldo:".
            03 rv-det-saldo                         pic -zzzzzzzz9,999999.
            03 filler                              pic x(06) value " Res.:".
            03 rv-det-reservado                     pic -zzzzzzzz9,999999.
            03 filler                              pic x(07) value " Disp.:".
            03 rv-det-disponivel                    pic -zzzzzzzz9,999999.
            03 filler                              pic x(01) value space.
            03 rv-det-alerta                        pic x(03).

       01   rel10083b-resumo.
            03 filler                              pic x(18) value "Pedidos lidos...:".
            03 rv-res-pedidos                       pic zzzzz9.
            03 filler                              pic x(03) value spaces.
            03 filler                              pic x(18) value "Itens reservados:".
            03 rv-res-itens                         pic zzzzz9.
            03 filler                              pic x(03) value spaces.
            03 filler                              pic x(18) value "Linhas gravadas.:".
            03 rv-res-reservas                      pic zzzzz9.
            03 filler                              pic x(03) value spaces.
            03 filler                              pic x(18) value "Acima do saldo..:".
            03 rv-res-excedidas                     pic zzzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       procedure division.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 2500-relatorio-reservas
            perform 3000-finalizacao
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            move zeros                              to ws-total-pedidos
            move zeros                              to ws-total-itens
            move zeros                              to ws-total-reservas
            move zeros                              to ws-total-excedidas

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-i-pd05500
            perform 9000-abrir-i-pd05600
            perform 9000-abrir-io-pd05800
            perform 9000-abrir-io-pd06700
            perform 9000-abrir-io-pd06800

      *>    Reconstrucao comeca do zero - a reserva anterior e descartada por
      *>    inteiro antes da nova acumulacao.
            open output pd10000
            close pd10000
            perform 9000-abrir-io-pd10000
            perform 9000-abrir-io-pd10100

            open output rel10083b

       exit.

      *>=================================================================================
       2000-processamento section.

            initialize                              f06700-chave
            perform 9000-str-pd06700-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd06700-seq-1

                 if   ws-operacao-ok
                      if   f06700-pedido-aberto
                      or   f06700-pedido-parcial
                           add 1                     to ws-total-pedidos
                           perform 2100-reserva-itens-pedido
                      end-if
                      set ws-operacao-ok             to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Reserva o saldo a faturar de cada item do pedido corrente.
       2100-reserva-itens-pedido section.

            initialize                              f06800-chave
            move f06700-cd-empresa                  to f06800-cd-empresa
            move f06700-cd-filial                   to f06800-cd-filial
            move f06700-numero-pedido               to f06800-numero-pedido
            move f06800-chave-pedido                to ws-chave-pedido-comparacao

            perform 9000-str-pd06800-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd06800-seq-1

                 if   ws-operacao-ok
                 and  f06800-chave-pedido equal ws-chave-pedido-comparacao

                      if   f06800-quantidade > f06800-quantidade-faturada
                           add 1                     to ws-total-itens
                           compute ws-rs-qtd-item = f06800-quantidade
                                                  - f06800-quantidade-faturada
                           perform 9000-reserva-item-pedido
                      end-if

                      set ws-operacao-ok            to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2500-relatorio-reservas section.

            initialize                               f10000-chave
            perform 9000-str-pd10000-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10000-seq-1

                 if   ws-operacao-ok

                      add 1                          to ws-total-reservas

                      move f10000-cd-empresa         to rv-det-cd-empresa
                      move f10000-cd-filial          to rv-det-cd-filial
                      move f10000-cd-mercadoria      to rv-det-cd-mercadoria
                      move f10000-quantidade-reservada to rv-det-reservado

                      move f10000-cd-mercadoria      to f00700-cd-mercadoria
                      perform 9000-ler-pd00700-ran-1
                      if   ws-operacao-ok
                           move f00700-descricao-mercadoria to rv-det-descricao
                      else
                           move "(nao cadastrada)"       to rv-det-descricao
                      end-if

                      initialize                     f05800-saldo-estoque
                      move f10000-cd-empresa         to f05800-cd-empresa
                      move f10000-cd-filial          to f05800-cd-filial
                      move f10000-cd-mercadoria      to f05800-cd-mercadoria
                      perform 9000-ler-pd05800-ran-1
                      if   not ws-operacao-ok
                           move zeros                to f05800-saldo-padrao
                      end-if
                      set ws-operacao-ok             to true

                      move f05800-saldo-padrao       to rv-det-saldo
                      compute ws-rs-qtd-disponivel = f05800-saldo-padrao
                                                   - f10000-quantidade-reservada
                      move ws-rs-qtd-disponivel      to rv-det-disponivel

                      if   ws-rs-qtd-disponivel < zeros
                           move "***"                to rv-det-alerta
                           add 1                     to ws-total-excedidas
                      else
                           move spaces               to rv-det-alerta
                      end-if

                      write rel10083b-linha          from rel10083b-detalhe

                 end-if

            end-perform

       exit.

      *>=================================================================================
       3000-finalizacao section.

            move ws-total-pedidos                   to rv-res-pedidos
            move ws-total-itens                     to rv-res-itens
            move ws-total-reservas                  to rv-res-reservas
            move ws-total-excedidas                 to rv-res-excedidas
            write rel10083b-linha                    from rel10083b-resumo

            close pd00900
            close pd00700
            close pd05500
            close pd05600
            close pd05800
            close pd06700
            close pd06800
            close pd10000
            close pd10100
            close rel10083b

       exit.

      *>=================================================================================
       copy CSP00900.cpy.
       copy CSP00902.cpy. *> Reserva de estoque

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00700.cpy.
       copy CSR05500.cpy.
       copy CSR05600.cpy.
       copy CSR05800.cpy.
       copy CSR06700.cpy.
       copy CSR06800.cpy.
       copy CSR10000.cpy.
       copy CSR10100.cpy.
