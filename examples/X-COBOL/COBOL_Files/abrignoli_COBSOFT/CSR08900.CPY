      *>=================================================================================
      *> CSR08900 - Rotinas de acesso ao arquivo PD08900 (Conferencia de recebimento)
      *>=================================================================================
       9000-abrir-io-pd08900 section.

            open i-o pd08900

            if   ws-fs-pd08900 = "35"
                 open output pd08900
                 close pd08900
                 open i-o pd08900
            end-if

            if   ws-fs-pd08900 <> "00"
                 move "Erro na abertura do arquivo PD08900!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd08900-ran-1 section.

            set ws-operacao-nok                        to true

            read pd08900
                 key is f08900-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd08900-ge section.

            set ws-operacao-nok                        to true

            start pd08900
                 key is not less than f08900-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd08900-seq-1 section.

            read pd08900 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd08900 section.

            set ws-operacao-nok                        to true

            write f08900-conferencia-recebimento
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd08900 section.

            set ws-operacao-nok                        to true

            rewrite f08900-conferencia-recebimento
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd08900 section.

            set ws-operacao-nok                        to true

            delete pd08900
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f08900-conferencia-recebimento - chamar
      *> imediatamente antes de 9000-gravar-pd08900/9000-regravar-pd08900.
       9000-marca-auditoria-pd08900 section.

            move function current-date(1:8)            to f08900-data-operacao
            move function current-date(9:6)            to f08900-horario-operacao
            move ws-cd-usuario-operacao                 to f08900-id-usuario-operacao

       exit.


      *>=================================================================================
      *> Confere o item de nota de entrada recem-gravado (f05100) contra o
      *> pedido de compra do fornecedor - o pedido informado em
      *> ws-cr-numero-pedido ou, com zeros, os pedidos ABERTOS/PARCIAIS do
      *> fornecedor na filial, do mais antigo para o mais novo. Casa com a
      *> primeira linha da mesma mercadoria com saldo a receber (sem saldo,
      *> a primeira linha da mercadoria, e o excesso aparece como
      *> divergencia). Quantidade acima do saldo e preco por unidade padrao
      *> fora das tolerancias de PD06500 deixam a linha PENDENTE para o
      *> comprador; dentro delas a quantidade ja entra no pedido. Fornecedor
      *> sem pedido em aberto nao e conferido (compra sem pedido continua
      *> possivel). Grava a linha de PD08900 com o resultado; quem chama
      *> carimba ws-cd-usuario-operacao e, com pendencia na nota, retem as
      *> parcelas a pagar (9000-retem-contas-pagar-nota).
       9000-confere-item-pedido-compra section.

            set ws-cr-item-sem-pedido                  to true
            move "N"                                   to ws-cr-fl-tem-pedido
            move "N"                                   to ws-cr-fl-linha-saldo
            move spaces                                to ws-cr-chave-linha
            move f05100-quantidade-padrao              to ws-cr-quantidade-nota

            initialize                                 f06500-parametro-financeiro
            move f05100-cd-empresa                     to f06500-cd-empresa
            move f05100-cd-filial                      to f06500-cd-filial
            perform 9000-ler-pd06500-ran-1
            if   ws-operacao-ok
                 move f06500-perc-tolerancia-qtd-compra   to ws-cr-tol-quantidade
                 move f06500-perc-tolerancia-preco-compra to ws-cr-tol-preco
            else
                 move zeros                            to ws-cr-tol-quantidade
                 move zeros                            to ws-cr-tol-preco
            end-if

            initialize                                 f08700-chave
            move f05100-cd-empresa                     to f08700-cd-empresa
            move f05100-cd-filial                      to f08700-cd-filial

            if   ws-cr-numero-pedido <> zeros
                 move ws-cr-numero-pedido              to f08700-numero-pedido
                 perform 9000-ler-pd08700-ran-1
                 if   ws-operacao-ok
                      set ws-cr-tem-pedido             to true
                      perform 9000-procura-linha-pedido-compra
                 end-if
            else
                 perform 9000-str-pd08700-ge
                 perform until not ws-operacao-ok
                      perform 9000-ler-pd08700-seq-1
                      if   ws-operacao-ok
                      and  f08700-cd-empresa equal f05100-cd-empresa
                      and  f08700-cd-filial  equal f05100-cd-filial
                      and  not ws-cr-linha-com-saldo
                           if   f08700-cd-fornecedor equal f05100-cd-destinatario
                           and  (f08700-pedido-aberto or f08700-pedido-parcial)
                                set ws-cr-tem-pedido   to true
                                perform 9000-procura-linha-pedido-compra
                           end-if
                           set ws-operacao-ok          to true
                      else
                           set ws-operacao-nok         to true
                      end-if
                 end-perform
            end-if

            if   not ws-cr-tem-pedido
                 exit section
            end-if

            initialize                                 f08900-conferencia-recebimento
            move f05100-chave                          to f08900-chave
            move f05100-cd-mercadoria                  to f08900-cd-mercadoria
            move ws-cr-quantidade-nota                 to f08900-quantidade-nota

            if   ws-cr-quantidade-nota > zeros
                 compute ws-cr-preco-nota rounded = f05100-valor-total / ws-cr-quantidade-nota
            else
                 move f05100-valor-unitario            to ws-cr-preco-nota
            end-if
            move ws-cr-preco-nota                      to f08900-preco-nota

            if   ws-cr-chave-linha = spaces
                 set f08900-item-fora-pedido           to true
                 set f08900-pendente                   to true
            else
                 perform 9000-compara-linha-pedido-compra
            end-if

            if   f08900-conferido
                 set ws-cr-item-conferido              to true
                 add 1                                 to ws-cr-qtd-conferidos
            else
                 set ws-cr-item-pendente               to true
                 add 1                                 to ws-cr-qtd-pendentes
            end-if

            perform 9000-marca-auditoria-pd08900
            perform 9000-gravar-pd08900

       exit.

      *>=================================================================================
      *> Compara o item da nota com a linha escolhida (ws-cr-chave-linha):
      *> receber menos que o saldo e recebimento parcial; o excesso sobre o
      *> saldo e o desvio de preco passam pelas tolerancias. Conferido, a
      *> quantidade entra na linha e a situacao do pedido e refeita.
       9000-compara-linha-pedido-compra section.

            move ws-cr-chave-linha                     to f08800-chave
            perform 9000-ler-pd08800-ran-1

            move f08800-numero-pedido                  to f08900-numero-pedido
            move f08800-sequencia                      to f08900-sequencia-pedido

            compute ws-cr-saldo-linha = f08800-quantidade-padrao
                                      - f08800-quantidade-recebida
            if   ws-cr-saldo-linha < zeros
                 move zeros                            to ws-cr-saldo-linha
            end-if
            move ws-cr-saldo-linha                     to f08900-quantidade-saldo-pedido

            if   f08800-quantidade-padrao > zeros
                 compute ws-cr-preco-pedido rounded = f08800-valor-total
                                                    / f08800-quantidade-padrao
            else
                 move f08800-valor-unitario            to ws-cr-preco-pedido
            end-if
            move ws-cr-preco-pedido                    to f08900-preco-pedido

            move "S"                                   to ws-cr-fl-quantidade-ok
            compute ws-cr-limite-quantidade rounded = ws-cr-saldo-linha
                                                    * (100 + ws-cr-tol-quantidade) / 100
            if   ws-cr-quantidade-nota > ws-cr-limite-quantidade
                 move "N"                              to ws-cr-fl-quantidade-ok
            end-if

            move zeros                                 to ws-cr-perc-desvio
            evaluate true
                 when ws-cr-preco-pedido = zeros
                      if   ws-cr-preco-nota > zeros
                           move 9999999                to ws-cr-perc-desvio
                      end-if
                 when ws-cr-preco-nota > ws-cr-preco-pedido
                      compute ws-cr-perc-desvio rounded =
                              (ws-cr-preco-nota - ws-cr-preco-pedido) * 100
                              / ws-cr-preco-pedido
                           on size error
                                move 9999999           to ws-cr-perc-desvio
                      end-compute
                 when other
                      compute ws-cr-perc-desvio rounded =
                              (ws-cr-preco-pedido - ws-cr-preco-nota) * 100
                              / ws-cr-preco-pedido
                 end-evaluate

            move "S"                                   to ws-cr-fl-preco-ok
            if   ws-cr-perc-desvio > ws-cr-tol-preco
                 move "N"                              to ws-cr-fl-preco-ok
            end-if

            evaluate true
                 when ws-cr-quantidade-ok and ws-cr-preco-ok
                      set f08900-sem-divergencia       to true
                      set f08900-conferido             to true
                 when ws-cr-preco-ok
                      set f08900-divergencia-quantidade to true
                      set f08900-pendente              to true
                 when ws-cr-quantidade-ok
                      set f08900-divergencia-preco     to true
                      set f08900-pendente              to true
                 when other
                      set f08900-divergencia-ambas     to true
                      set f08900-pendente              to true
            end-evaluate

            if   f08900-conferido
                 add ws-cr-quantidade-nota             to f08800-quantidade-recebida
                 perform 9000-marca-auditoria-pd08800
                 perform 9000-regravar-pd08800
                 initialize                            f08700-chave
                 move f08800-chave-pedido              to f08700-chave
                 perform 9000-atualiza-situacao-pedido-compra
            end-if

       exit.

      *>=================================================================================
      *> Procura nos itens do pedido corrente (f08700) a linha da mercadoria
      *> do item de nota - preserva ws-fl-operacao, que controla o laco
      *> chamador sobre PD08700.
       9000-procura-linha-pedido-compra section.

            move ws-fl-operacao                        to ws-cr-fl-operacao-salva

            initialize                                 f08800-chave
            move f08700-cd-empresa                     to f08800-cd-empresa
            move f08700-cd-filial                      to f08800-cd-filial
            move f08700-numero-pedido                  to f08800-numero-pedido
            move f08800-chave-pedido                   to ws-cr-chave-pedido-comparacao

            perform 9000-str-pd08800-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08800-seq-1

                 if   ws-operacao-ok
                 and  f08800-chave-pedido equal ws-cr-chave-pedido-comparacao

                      if   f08800-cd-mercadoria equal f05100-cd-mercadoria
                      and  not ws-cr-linha-com-saldo
                           compute ws-cr-saldo-linha = f08800-quantidade-padrao
                                                     - f08800-quantidade-recebida
                           if   ws-cr-saldo-linha > zeros
                                move f08800-chave      to ws-cr-chave-linha
                                set ws-cr-linha-com-saldo to true
                           else
                                if   ws-cr-chave-linha = spaces
                                     move f08800-chave to ws-cr-chave-linha
                                end-if
                           end-if
                      end-if

                 else
                      set ws-operacao-nok              to true
                 end-if

            end-perform

            move ws-cr-fl-operacao-salva               to ws-fl-operacao

       exit.

      *>=================================================================================
      *> Refaz a situacao do pedido de compra em f08700-chave pelos itens:
      *> RECEBIDO com todos os saldos esgotados, PARCIAL com qualquer
      *> quantidade recebida, ABERTO sem nenhuma. Pedido cancelado fica como
      *> esta. Preserva ws-fl-operacao.
       9000-atualiza-situacao-pedido-compra section.

            move ws-fl-operacao                        to ws-cr-fl-operacao-salva

            perform 9000-ler-pd08700-ran-1

            if   not ws-operacao-ok
            or   f08700-pedido-cancelado
                 move ws-cr-fl-operacao-salva          to ws-fl-operacao
                 exit section
            end-if

            move "N"                                   to ws-cr-fl-algo-recebido
            move "N"                                   to ws-cr-fl-saldo-aberto

            initialize                                 f08800-chave
            move f08700-cd-empresa                     to f08800-cd-empresa
            move f08700-cd-filial                      to f08800-cd-filial
            move f08700-numero-pedido                  to f08800-numero-pedido
            move f08800-chave-pedido                   to ws-cr-chave-pedido-comparacao

            perform 9000-str-pd08800-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08800-seq-1

                 if   ws-operacao-ok
                 and  f08800-chave-pedido equal ws-cr-chave-pedido-comparacao
                      if   f08800-quantidade-recebida > zeros
                           set ws-cr-algo-recebido     to true
                      end-if
                      if   f08800-quantidade-padrao > f08800-quantidade-recebida
                           set ws-cr-saldo-aberto      to true
                      end-if
                 else
                      set ws-operacao-nok              to true
                 end-if

            end-perform

            evaluate true
                 when ws-cr-algo-recebido and not ws-cr-saldo-aberto
                      set f08700-pedido-recebido       to true
                 when ws-cr-algo-recebido
                      set f08700-pedido-parcial        to true
                 when other
                      set f08700-pedido-aberto         to true
            end-evaluate

            perform 9000-marca-auditoria-pd08700
            perform 9000-regravar-pd08700

            move ws-cr-fl-operacao-salva               to ws-fl-operacao

       exit.

      *>=================================================================================
      *> Retem as parcelas ainda abertas e sem baixa da nota em
      *> f06400-chave-doc - a nota com item pendente de aprovacao do
      *> comprador nao entra na rodada de pagamentos. O financeiro ve a
      *> parcela RETIDA em CS10037C.
       9000-retem-contas-pagar-nota section.

            move f06400-chave-doc                      to ws-cr-chave-doc-comparacao
            move zeros                                 to f06400-parcela

            perform 9000-str-pd06400-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd06400-seq-1

                 if   ws-operacao-ok
                 and  f06400-chave-doc equal ws-cr-chave-doc-comparacao(1:21)
                      if   f06400-parcela-aberta
                      and  f06400-valor-baixado = zeros
                           set f06400-parcela-retida   to true
                           perform 9000-marca-auditoria-pd06400
                           perform 9000-regravar-pd06400
                      end-if
                      set ws-operacao-ok               to true
                 else
                      set ws-operacao-nok              to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Libera as parcelas retidas da nota em f06400-chave-doc - a ultima
      *> pendencia da conferencia foi aprovada pelo comprador.
       9000-libera-contas-pagar-nota section.

            move f06400-chave-doc                      to ws-cr-chave-doc-comparacao
            move zeros                                 to f06400-parcela

            perform 9000-str-pd06400-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd06400-seq-1

                 if   ws-operacao-ok
                 and  f06400-chave-doc equal ws-cr-chave-doc-comparacao(1:21)
                      if   f06400-parcela-retida
                           set f06400-parcela-aberta   to true
                           perform 9000-marca-auditoria-pd06400
                           perform 9000-regravar-pd06400
                      end-if
                      set ws-operacao-ok               to true
                 else
                      set ws-operacao-nok              to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Estorna a conferencia da nota em f08900-chave-doc (nota de entrada
      *> cancelada): a quantidade aceita (conferida ou aprovada) volta ao
      *> saldo da linha do pedido, a situacao do pedido e refeita, e todas
      *> as linhas da nota ficam ESTORNADAS.
       9000-estorna-conferencia-nota section.

            move f08900-chave-doc                      to ws-cr-chave-doc-comparacao
            move zeros                                 to f08900-sequencia

            perform 9000-str-pd08900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08900-seq-1

                 if   ws-operacao-ok
                 and  f08900-chave-doc equal ws-cr-chave-doc-comparacao

                      if   (f08900-conferido or f08900-aprovado)
                      and  f08900-sequencia-pedido <> zeros
                           initialize                  f08800-chave
                           move f08900-cd-empresa      to f08800-cd-empresa
                           move f08900-cd-filial       to f08800-cd-filial
                           move f08900-numero-pedido   to f08800-numero-pedido
                           move f08900-sequencia-pedido to f08800-sequencia
                           perform 9000-ler-pd08800-ran-1
                           if   ws-operacao-ok
                                if   f08800-quantidade-recebida > f08900-quantidade-nota
                                     subtract f08900-quantidade-nota
                                                       from f08800-quantidade-recebida
                                else
                                     move zeros        to f08800-quantidade-recebida
                                end-if
                                perform 9000-marca-auditoria-pd08800
                                perform 9000-regravar-pd08800
                                initialize             f08700-chave
                                move f08800-chave-pedido to f08700-chave
                                perform 9000-atualiza-situacao-pedido-compra
                           end-if
                      end-if

                      if   not f08900-estornado
                           set f08900-estornado        to true
                           perform 9000-marca-auditoria-pd08900
                           perform 9000-regravar-pd08900
                      end-if

                      set ws-operacao-ok               to true

                 else
                      set ws-operacao-nok              to true
                 end-if

            end-perform

       exit.
