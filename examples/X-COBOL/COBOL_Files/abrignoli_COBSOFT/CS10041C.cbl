      *>    inclusao de documento), que baixa o saldo a faturar de cada item
      *>    e marca o pedido PARCIAL ou FATURADO. Pedido com faturamento
      *>    iniciado nao se altera nem se exclui - cancela-se, e o registro
      *>    permanece para a analise promessa x entrega. Cada item reserva o
      *>    seu saldo a faturar em PD10000; a digitacao compara a quantidade
      *>    com o disponivel (PD05800 menos reservas) e pede confirmacao,
      *>    registrada em PD00900, para prometer acima dele. Exclusao,
      *>    cancelamento e reducao do item devolvem a reserva.
      *>
      *>=================================================================================
       environment division.
       copy CSS05600.cpy.
       copy CSS06700.cpy.
       copy CSS06800.cpy.
       copy CSS08000.cpy.
       copy CSS05800.cpy.
       copy CSS10000.cpy.
       copy CSS10100.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
       copy CSF05600.cpy.
       copy CSF06700.cpy.
       copy CSF06800.cpy.
       copy CSF08000.cpy.
       copy CSF05800.cpy.
       copy CSF10000.cpy.
       copy CSF10100.cpy.

       fd   rel10041
            record contains 132 characters.
               88 ws-item-abandonado                     value "S".
               88 ws-item-nao-abandonado                 value "N".
            03 ws-linha-tela                       pic 9(02).
            03 ws-qtd-item-anterior                pic 9(09)v9(06).
            03 ws-fl-disponivel-ok                 pic x(01).
               88 ws-disponivel-ok                      value "S".

       01   f-pedido.
            03 f-numero-pedido                     pic 9(09).
            03 f-data-pedido                       pic 9(08).
            03 f-valor-total                       pic 9(09)v9(02).
            03 f-situacao                          pic x(10).
            03 f-cd-condicao-pagamento             pic 9(03).
            03 f-descricao-condicao                pic x(13).

       01   f-item-pedido.
            03 f-item-sequencia                    pic 9(09).
            03 f-item-quantidade                   pic 9(09)v9(06).
            03 f-item-valor-unitario               pic 9(09)v9(06).
            03 f-item-valor-total                  pic 9(09)v9(02).
            03 f-item-disponivel                   pic s9(09)v9(06).

       01   ws-linha-item.
            03 ws-li-sequencia                      pic 9(04).
            03 line 13 col 34   pic 9(08) from f-data-pedido.
            03 line 15 col 19   pic x(14) value "Valor Total..:".
            03 line 15 col 34   pic zzz.zzz.zz9,99 from f-valor-total.
            03 line 15 col 50   pic x(11) value "Cond.Pagto:".
            03 line 15 col 62   pic 9(03) from f-cd-condicao-pagamento.
            03 line 15 col 66   pic x(13) from f-descricao-condicao.
            03 line 17 col 24   pic x(09) value "Situacao:".
            03 line 17 col 34   pic x(10) from f-situacao.

            03 line 15 col 34   pic 9(09) from f-item-cd-unidade-medida.
            03 line 17 col 18   pic x(16) value "Quantidade.....:".
            03 line 17 col 34   pic zzzzzz9,999999 from f-item-quantidade.
            03 line 17 col 50   pic x(11) value "Disponivel:".
            03 line 17 col 62   pic -zzzzzz9,999999 from f-item-disponivel.
            03 line 19 col 18   pic x(16) value "Valor Unitario.:".
            03 line 19 col 34   pic zzzzzz9,999999 from f-item-valor-unitario.
            03 line 21 col 18   pic x(16) value "Valor do Item..:".
            perform 9000-abrir-i-pd05600
            perform 9000-abrir-io-pd06700
            perform 9000-abrir-io-pd06800
            perform 9000-abrir-io-pd08000
            perform 9000-abrir-io-pd05800
            perform 9000-abrir-io-pd10000
            perform 9000-abrir-io-pd10100

       exit.


            end-perform

      *>       Condicao de pagamento sugerida do destinatario - o pedido
      *>       pode negociar outra, e e a do pedido que vai para a nota.
            move f00600-cd-condicao-pagamento      to f-cd-condicao-pagamento
            perform 9000-aceita-condicao-pagamento

            move "Confirma inclusao do pedido? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            move lnk-cd-filial                     to f06700-cd-filial
            move f-numero-pedido                   to f06700-numero-pedido
            move f-cd-destinatario                 to f06700-cd-destinatario
            move f-cd-condicao-pagamento           to f06700-cd-condicao-pagamento
            move function current-date(1:8)        to f06700-data-pedido
            set f06700-pedido-aberto               to true

                      exit perform
                 end-if

      *>       Quantidade contra o disponivel da filial - acima dele so com
      *>       confirmacao (9000-confere-disponivel-item).
                 move "N"                           to ws-fl-disponivel-ok
                 perform until ws-disponivel-ok
                      accept f-item-quantidade at line 17 col 34 with update auto-skip
                      move f-item-quantidade         to ws-rs-qtd-item
                      perform 9000-confere-disponivel-item
                 end-perform

                 accept f-item-valor-unitario at line 19 col 34 with update auto-skip

                 compute f-item-valor-total = f-item-quantidade * f-item-valor-unitario
                      perform 9000-mensagem
                 else
                      add f-item-valor-total          to f-valor-total
                      move f06800-quantidade          to ws-rs-qtd-item
                      perform 9000-reserva-item-pedido
                 end-if

            end-perform
                      move f06800-valor-unitario      to f-item-valor-unitario
                      move f06800-valor-total         to f-item-valor-total

                      move f06800-quantidade         to ws-qtd-item-anterior

                      perform 8000-tela-item

      *>            So o acrescimo sobre a quantidade atual disputa o
      *>            disponivel - a reserva do proprio item ja esta nele.
                      move "N"                       to ws-fl-disponivel-ok
                      perform until ws-disponivel-ok
                           accept f-item-quantidade at line 17 col 34 with update auto-skip
                           compute ws-rs-qtd-item = f-item-quantidade
                                                  - ws-qtd-item-anterior
                           perform 9000-confere-disponivel-item
                      end-perform

                      accept f-item-valor-unitario at line 19 col 34 with update auto-skip

                      compute f-item-valor-total = f-item-quantidade * f-item-valor-unitario
                           if   not ws-operacao-ok
                                string "Erro de gravacao - f06800-item [" f06800-chave "]" into ws-mensagem
                                perform 9000-mensagem
                           else
                                compute ws-rs-qtd-item = f06800-quantidade
                                                       - ws-qtd-item-anterior
                                perform 9000-reserva-item-pedido
                           end-if
                      end-if
                 end-if
                      string "Erro de gravacao - f06700-pedido [" f06700-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 else
                      perform 9000-libera-reservas-pedido
                      string "Pedido CANCELADO - [" f-numero-pedido "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if
            close pd05600
            close pd06700
            close pd06800
            close pd08000
            close pd05800
            close pd10000
            close pd10100

       exit.
      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao
       copy CSP00902.cpy. *> Reserva de estoque

      *>=================================================================================
       9000-monta-chave-pedido section.
            move f06700-cd-destinatario            to f-cd-destinatario
            move f06700-data-pedido                to f-data-pedido
            move f06700-valor-total                to f-valor-total
            move f06700-cd-condicao-pagamento      to f-cd-condicao-pagamento

            if   f-cd-condicao-pagamento <> zeros
                 initialize                        f08000-chave
                 move f06700-cd-empresa            to f08000-cd-empresa
                 move f06700-cd-filial             to f08000-cd-filial
                 move f-cd-condicao-pagamento      to f08000-cd-condicao
                 perform 9000-ler-pd08000-ran-1
                 if   ws-operacao-ok
                      move f08000-descricao        to f-descricao-condicao
                 end-if
            end-if

            evaluate true
                 when f06700-pedido-aberto
                 if   ws-operacao-ok
                 and  f06800-chave-pedido equal ws-chave-pedido-comparacao

                      compute ws-rs-qtd-item = f06800-quantidade-faturada
                                             - f06800-quantidade
                      perform 9000-reserva-item-pedido
                      perform 9000-excluir-pd06800

                 else

       exit.

      *>=================================================================================
      *> Devolve a reserva do saldo a faturar de cada item do pedido corrente
      *> - usado no cancelamento (o que ja faturou ja saiu da reserva).
       9000-libera-reservas-pedido section.

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
                           compute ws-rs-qtd-item = f06800-quantidade-faturada
                                                  - f06800-quantidade
                           perform 9000-reserva-item-pedido
                      end-if

                      set ws-operacao-ok            to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Compara o acrescimo ws-rs-qtd-item (unidade do item digitado) com o
      *> disponivel da mercadoria na filial e o exibe na tela do item. Dentro
      *> do disponivel passa direto; acima dele o operador confirma a
      *> promessa e o ato fica em PD00900 - recusando, a quantidade e
      *> digitada de novo. Deixa ws-rs-qtd-item intacto para a reserva.
       9000-confere-disponivel-item section.

            move "N"                                to ws-fl-disponivel-ok

            move lnk-cd-empresa                     to f06800-cd-empresa
            move lnk-cd-filial                      to f06800-cd-filial
            move f-item-cd-mercadoria               to f06800-cd-mercadoria
            move f-item-cd-unidade-medida           to f06800-cd-unidade-medida

            perform 9000-calcula-disponivel
            move ws-rs-qtd-disponivel               to f-item-disponivel
            display frm-item-pedido

            if   ws-rs-qtd-item not greater zeros
                 set ws-disponivel-ok               to true
                 exit section
            end-if

            perform 9000-converte-qtd-reserva

            if   ws-rs-qtd-padrao not greater ws-rs-qtd-disponivel
                 set ws-disponivel-ok               to true
                 exit section
            end-if

            move "Quantidade acima do disponivel - confirma? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 move lnk-cd-usuario                to ws-cd-usuario-operacao
                 string "Pedido [" f-numero-pedido "] merc [" f-item-cd-mercadoria
                        "] acima do disponivel" into ws-mensagem
                 perform 9000-gravar-pd00900
                 set ws-disponivel-ok               to true
            end-if

       exit.

      *>=================================================================================
      *> Condicao de pagamento do pedido - zero = sem condicao (a nota cai na
      *> do destinatario ou na parcela unica a vista); informada, precisa
      *> existir em PD08000 e estar ativa.
       9000-aceita-condicao-pagamento section.

            perform until exit

                 move spaces                       to f-descricao-condicao
                 accept f-cd-condicao-pagamento at line 15 col 62 with update auto-skip

                 if   f-cd-condicao-pagamento = zeros
                      display f-descricao-condicao at line 15 col 66
                      exit perform
                 end-if

                 initialize                        f08000-chave
                 move lnk-cd-empresa               to f08000-cd-empresa
                 move lnk-cd-filial                to f08000-cd-filial
                 move f-cd-condicao-pagamento      to f08000-cd-condicao
                 perform 9000-ler-pd08000-ran-1

                 if   ws-operacao-ok
                 and  f08000-condicao-ativa
                      move f08000-descricao        to f-descricao-condicao
                      display f-descricao-condicao at line 15 col 66
                      exit perform
                 end-if

                 move "Condicao de pagamento inexistente ou inativa!" to ws-mensagem
                 perform 9000-mensagem

            end-perform

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR05600.cpy.
       copy CSR06700.cpy.
       copy CSR06800.cpy.
       copy CSR08000.cpy.
       copy CSR05800.cpy.
       copy CSR10000.cpy.
       copy CSR10100.cpy.
