      $set sourceformat"free"
       program-id. CS10092B.
      *>=================================================================================
      *>
      *>        Importacao de Pedidos de Compra de Clientes (EDI) como
      *>        Pedidos de Venda
      *>
      *>    Le EDI10092B - os pedidos de compra que os clientes-chave mandam
      *>    por EDI, um registro "H" de cabecalho (empresa, filial,
      *>    destinatario, numero do pedido do cliente, data) seguido dos
      *>    registros "I" de item (linha do pedido do cliente, codigo de
      *>    produto do cliente, quantidade, valor unitario) - e grava cada
      *>    pedido como pedido de venda PD06700/PD06800, com as mesmas
      *>    validacoes de 2100-incluir de CS10041C: destinatario em PD00600,
      *>    mercadoria em PD00700, unidade em PD05500 com conversao para a
      *>    padrao (PD05600/PD05500). O codigo de produto do cliente e
      *>    traduzido pela referencia cruzada do destinatario (PD10900,
      *>    CS10091C), que tambem da a unidade em que o cliente pede. Linha
      *>    que nao traduz e recusada sozinha - o pedido entra com as demais;
      *>    pedido sem nenhuma linha aceita, com cabecalho invalido ou ja
      *>    importado (mesmo numero de pedido do cliente para o mesmo
      *>    destinatario, guardado em f06700-pedido-cliente) e recusado
      *>    inteiro. O numero do pedido de venda e o seguinte ao maior da
      *>    filial. Cada item reserva o saldo em PD10000 como na digitacao;
      *>    sem operador para confirmar, a promessa acima do disponivel entra
      *>    e fica registrada em PD00900 e no relatorio. REL10092B lista os
      *>    pedidos importados e as recusas com o motivo; cada pedido aceito
      *>    gera o seu arquivo de confirmacao ao cliente, ACK10092B, com
      *>    numero de geracao no catalogo de spool PD06300.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00600.cpy.
       copy CSS00700.cpy.
       copy CSS05500.cpy.
       copy CSS05600.cpy.
       copy CSS05800.cpy.
       copy CSS06300.cpy.
       copy CSS06700.cpy.
       copy CSS06800.cpy.
       copy CSS08000.cpy.
       copy CSS10000.cpy.
       copy CSS10100.cpy.
       copy CSS10900.cpy.

           select edi10092b
               assign to "EDI10092B"
               organization is line sequential
               file status is ws-fs-edi10092b.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo - as saidas fiscais protocoladas e que levam
      *>   numero de geracao (vide CS10033C).
           select rel10092b
               assign to "REL10092B"
               organization is line sequential
               file status is ws-fs-rel10092b.

      *>   Saida com numero de geracao, registrada no catalogo de spool PD06300
      *>   (vide CS10033C) - uma geracao por pedido aceito; a confirmacao vai
      *>   para o cliente e nao pode ser sobrescrita pela do pedido seguinte.
           select ack10092b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-ack10092b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00600.cpy.
       copy CSF00700.cpy.
       copy CSF05500.cpy.
       copy CSF05600.cpy.
       copy CSF05800.cpy.
       copy CSF06300.cpy.
       copy CSF06700.cpy.
       copy CSF06800.cpy.
       copy CSF08000.cpy.
       copy CSF10000.cpy.
       copy CSF10100.cpy.
       copy CSF10900.cpy.

       fd   edi10092b
            record contains 100 characters.

       01   edi10092b-registro.
            03 ed-tipo-registro                    pic x(01).
               88 ed-registro-cabecalho                value "H".
               88 ed-registro-item                     value "I".
            03 ed-dados                            pic x(99).
            03 ed-cabecalho redefines ed-dados.
               05 ed-cd-empresa                    pic 9(03).
               05 ed-cd-filial                     pic 9(04).
               05 ed-cd-destinatario               pic 9(09).
               05 ed-pedido-cliente                pic x(20).
               05 ed-data-pedido-cliente           pic 9(08).
               05 filler                           pic x(55).
            03 ed-item redefines ed-dados.
               05 ed-linha-pedido-cliente          pic 9(05).
               05 ed-cd-produto-cliente            pic x(20).
               05 ed-quantidade                    pic 9(09)v9(06).
               05 ed-valor-unitario                pic 9(09)v9(06).
               05 filler                           pic x(44).

       fd   rel10092b
            record contains 132 characters.

       01   rel10092b-linha                        pic x(132).

       fd   ack10092b
            record contains 120 characters.

       01   ack10092b-linha                        pic x(120).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10092B".
       78   c-descricao-programa                   value "IMPORTACAO PEDIDOS EDI".
       78   c-max-itens-pedido                     value 200.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-importacao.
            03 ws-fs-edi10092b                      pic x(02).
            03 ws-fs-rel10092b                      pic x(02).
            03 ws-fs-ack10092b                      pic x(02).
            03 ws-fl-fim-arquivo                    pic x(01).
               88 ws-fim-arquivo                        value "S".
            03 ws-fl-pedido-pendente                pic x(01).
               88 ws-pedido-pendente                    value "S".
            03 ws-fl-pedido-valido                  pic x(01).
               88 ws-pedido-valido                      value "S".
               88 ws-pedido-invalido                    value "N".
            03 ws-motivo-rejeicao                   pic x(40).
            03 ws-data-hoje                         pic 9(08).
            03 ws-linha-arquivo                     pic 9(07).
            03 ws-total-pedidos                     pic 9(07).
            03 ws-total-importados                  pic 9(07).
            03 ws-total-rejeitados                  pic 9(07).
            03 ws-total-itens-aceitos               pic 9(07).
            03 ws-total-itens-recusados             pic 9(07).
            03 ws-qtd-itens-aceitos                 pic 9(03).
            03 ws-qtd-itens-recusados               pic 9(03).
            03 ws-idx-item                          pic 9(03).
            03 ws-chave-filial-comparacao           pic x(07).
            03 ws-ultimo-numero-pedido              pic 9(09).
            03 ws-id-sequencia                      pic 9(09).
            03 ws-valor-pedido                      pic 9(09)v9(02).
            03 ws-cd-condicao-pagamento             pic 9(03).

      *> Pedido em montagem - o cabecalho e as linhas ficam em memoria ate o
      *> proximo "H" (ou o fim do arquivo), quando o pedido e validado e
      *> gravado de uma vez; pedido recusado nao deixa rastro nos arquivos.
       01   ws-pedido-importacao.
            03 ws-pi-cd-empresa                     pic 9(03).
            03 ws-pi-cd-filial                      pic 9(04).
            03 ws-pi-cd-destinatario                pic 9(09).
            03 ws-pi-pedido-cliente                 pic x(20).
            03 ws-pi-data-pedido-cliente            pic 9(08).
            03 ws-pi-numero-pedido                  pic 9(09).
            03 ws-pi-fl-cabecalho-invalido          pic x(01).
               88 ws-pi-cabecalho-invalido              value "S".
            03 ws-pi-total-itens                    pic 9(03).
            03 ws-pi-fl-itens-excedidos             pic x(01).
               88 ws-pi-itens-excedidos                 value "S".
            03 ws-pi-itens                          occurs 200.
               05 ws-pi-item-linha                  pic 9(05).
               05 ws-pi-item-produto-cliente        pic x(20).
               05 ws-pi-item-quantidade             pic 9(09)v9(06).
               05 ws-pi-item-valor-unitario         pic 9(09)v9(06).
               05 ws-pi-item-cd-mercadoria          pic 9(09).
               05 ws-pi-item-cd-unidade             pic 9(09).
               05 ws-pi-item-sequencia              pic 9(09).
               05 ws-pi-item-fl-situacao            pic x(01).
                  88 ws-pi-item-aceito                  value "A".
                  88 ws-pi-item-recusado                value "R".
               05 ws-pi-item-fl-acima-disponivel    pic x(01).
                  88 ws-pi-item-acima-disponivel        value "S".
               05 ws-pi-item-motivo                 pic x(40).

       01   rel10092b-cabecalho.
            03 filler                              pic x(38) value "Importacao de pedidos EDI - Execucao:".
            03 rl-cab-data                          pic 9(08).

       01   rel10092b-pedido.
            03 filler                              pic x(15) value "Pedido cliente:".
            03 rl-ped-pedido-cliente                pic x(20).
            03 filler                              pic x(08) value " Filial:".
            03 rl-ped-cd-filial                     pic 9(04).
            03 filler                              pic x(07) value " Dest.:".
            03 rl-ped-cd-destinatario               pic 9(09).
            03 filler                              pic x(01) value space.
            03 rl-ped-status                        pic x(10).
            03 filler                              pic x(08) value " Pedido:".
            03 rl-ped-numero-pedido                 pic 9(09).
            03 filler                              pic x(01) value space.
            03 rl-ped-motivo                        pic x(40).

       01   rel10092b-item.
            03 filler                              pic x(10) value "   Linha:".
            03 rl-ite-linha                         pic 9(05).
            03 filler                              pic x(10) value " Produto:".
            03 rl-ite-produto-cliente               pic x(20).
            03 filler                              pic x(01) value space.
            03 rl-ite-status                        pic x(10).
            03 filler                              pic x(07) value " Merc.:".
            03 rl-ite-cd-mercadoria                 pic 9(09).
            03 filler                              pic x(01) value space.
            03 rl-ite-motivo                        pic x(40).

       01   rel10092b-avulso.
            03 filler                              pic x(18) value "Registro do arq.:".
            03 rl-avu-linha-arquivo                 pic zzzzzz9.
            03 filler                              pic x(01) value space.
            03 rl-avu-motivo                        pic x(40).

       01   rel10092b-resumo.
            03 filler                              pic x(17) value "Pedidos lidos...:".
            03 rl-res-pedidos                       pic zzzzz9.
            03 filler                              pic x(14) value " Importados..:".
            03 rl-res-importados                    pic zzzzz9.
            03 filler                              pic x(14) value " Recusados...:".
            03 rl-res-rejeitados                    pic zzzzz9.
            03 filler                              pic x(18) value " Itens aceitos...:".
            03 rl-res-itens-aceitos                 pic zzzzz9.
            03 filler                              pic x(18) value " Itens recusados.:".
            03 rl-res-itens-recusados               pic zzzzz9.

      *> Confirmacao ao cliente: um "H" com o pedido do cliente e o nosso
      *> numero de pedido de venda, e um "I" por linha recebida, aceita
      *> (AC, com a sequencia do item no nosso pedido) ou recusada (RJ, com
      *> o motivo).
       01   ack10092b-cabecalho.
            03 filler                              pic x(01) value "H".
            03 ak-cab-cd-empresa                    pic 9(03).
            03 ak-cab-cd-filial                     pic 9(04).
            03 ak-cab-cd-destinatario               pic 9(09).
            03 ak-cab-pedido-cliente                pic x(20).
            03 ak-cab-data-pedido-cliente           pic 9(08).
            03 ak-cab-numero-pedido                 pic 9(09).
            03 ak-cab-data-aceite                   pic 9(08).
            03 ak-cab-valor-total                   pic 9(09)v9(02).
            03 ak-cab-qtd-aceitos                   pic 9(03).
            03 ak-cab-qtd-recusados                 pic 9(03).
            03 filler                              pic x(41) value spaces.

       01   ack10092b-item.
            03 filler                              pic x(01) value "I".
            03 ak-ite-linha                         pic 9(05).
            03 ak-ite-produto-cliente               pic x(20).
            03 ak-ite-situacao                      pic x(02).
            03 ak-ite-sequencia                     pic 9(09).
            03 ak-ite-cd-mercadoria                 pic 9(09).
            03 ak-ite-quantidade                    pic 9(09)v9(06).
            03 ak-ite-valor-unitario                pic 9(09)v9(06).
            03 ak-ite-motivo                        pic x(40).
            03 filler                              pic x(04) value spaces.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       procedure division.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            move zeros                              to ws-total-pedidos
            move zeros                              to ws-total-importados
            move zeros                              to ws-total-rejeitados
            move zeros                              to ws-total-itens-aceitos
            move zeros                              to ws-total-itens-recusados
            move zeros                              to ws-linha-arquivo
            move "N"                                to ws-fl-pedido-pendente
            move zeros                              to ws-cd-usuario-operacao
            move function current-date(1:8)         to ws-data-hoje

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd00600
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-i-pd05500
            perform 9000-abrir-i-pd05600
            perform 9000-abrir-io-pd05800
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd06700
            perform 9000-abrir-io-pd06800
            perform 9000-abrir-io-pd08000
            perform 9000-abrir-io-pd10000
            perform 9000-abrir-io-pd10100
            perform 9000-abrir-io-pd10900

            open input edi10092b
            open output rel10092b

            if   ws-fs-edi10092b <> "00"
                 move "Arquivo de pedidos EDI10092B ausente!" to ws-mensagem
                 perform 9000-mensagem-lote
                 set ws-fim-arquivo                  to true
            end-if

            move ws-data-hoje                        to rl-cab-data
            write rel10092b-linha                    from rel10092b-cabecalho

       exit.

      *>=================================================================================
      *> O pedido termina no "H" seguinte ou no fim do arquivo - so entao e
      *> despachado para validacao e gravacao.
       2000-processamento section.

            perform until ws-fim-arquivo

                 read edi10092b
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-linha-arquivo
                           perform 2100-processa-registro
                 end-read

            end-perform

            if   ws-pedido-pendente
                 perform 2200-processa-pedido
            end-if

       exit.

      *>=================================================================================
       2100-processa-registro section.

            evaluate true
                 when ed-registro-cabecalho
                      if   ws-pedido-pendente
                           perform 2200-processa-pedido
                      end-if
                      perform 2150-inicia-pedido
                 when ed-registro-item
                      if   ws-pedido-pendente
                           perform 2160-acumula-item
                      else
                           move "Item sem cabecalho de pedido" to rl-avu-motivo
                           perform 2920-imprime-avulso
                      end-if
                 when edi10092b-registro = spaces
                      continue
                 when other
                      move "Tipo de registro invalido"  to rl-avu-motivo
                      perform 2920-imprime-avulso
            end-evaluate

       exit.

      *>=================================================================================
       2150-inicia-pedido section.

            initialize                              ws-pedido-importacao
            set ws-pedido-pendente                  to true
            add 1                                   to ws-total-pedidos

            move ed-pedido-cliente                  to ws-pi-pedido-cliente

            if   ed-cd-empresa      is numeric
            and  ed-cd-filial       is numeric
            and  ed-cd-destinatario is numeric
                 move ed-cd-empresa                 to ws-pi-cd-empresa
                 move ed-cd-filial                  to ws-pi-cd-filial
                 move ed-cd-destinatario            to ws-pi-cd-destinatario
            else
                 set ws-pi-cabecalho-invalido       to true
            end-if

            if   ed-data-pedido-cliente is numeric
                 move ed-data-pedido-cliente        to ws-pi-data-pedido-cliente
            end-if

       exit.

      *>=================================================================================
      *> Linha alem da capacidade marca o pedido para a recusa explicita em
      *> 2300-valida-cabecalho. Quantidade ou valor nao numerico recusa so a
      *> linha.
       2160-acumula-item section.

            if   ws-pi-total-itens not less c-max-itens-pedido
                 set ws-pi-itens-excedidos           to true
                 exit section
            end-if

            add 1                                   to ws-pi-total-itens
            move ws-pi-total-itens                  to ws-idx-item

            move ed-cd-produto-cliente              to ws-pi-item-produto-cliente(ws-idx-item)
            set ws-pi-item-aceito(ws-idx-item)      to true

            if   ed-linha-pedido-cliente is numeric
                 move ed-linha-pedido-cliente       to ws-pi-item-linha(ws-idx-item)
            end-if

            if   ed-quantidade     is numeric
            and  ed-valor-unitario is numeric
                 move ed-quantidade                 to ws-pi-item-quantidade(ws-idx-item)
                 move ed-valor-unitario             to ws-pi-item-valor-unitario(ws-idx-item)
            else
                 set ws-pi-item-recusado(ws-idx-item) to true
                 move "Quantidade/valor nao numerico" to ws-pi-item-motivo(ws-idx-item)
            end-if

       exit.

      *>=================================================================================
      *> Pedido completo em memoria: cabecalho, duplicidade e linhas como
      *> 2100-incluir de CS10041C validaria; so entao grava, confirma ao
      *> cliente e lista.
       2200-processa-pedido section.

            move "N"                                to ws-fl-pedido-pendente

            perform 2300-valida-cabecalho

            if   ws-pedido-valido
                 perform 2400-valida-itens
                 if   ws-qtd-itens-aceitos = zeros
                      move "Nenhuma linha do pedido aceita" to ws-motivo-rejeicao
                      set ws-pedido-invalido         to true
                 end-if
            end-if

            if   ws-pedido-valido
                 perform 2500-grava-pedido
            end-if

            if   ws-pedido-valido
                 add 1                               to ws-total-importados
                 perform 2600-gera-confirmacao
                 move "IMPORTADO"                    to rl-ped-status
                 move ws-pi-numero-pedido            to rl-ped-numero-pedido
                 move spaces                         to rl-ped-motivo
            else
                 add 1                               to ws-total-rejeitados
                 move "RECUSADO"                     to rl-ped-status
                 move zeros                          to rl-ped-numero-pedido
                 move ws-motivo-rejeicao             to rl-ped-motivo
            end-if

            perform 2900-imprime-pedido

       exit.

      *>=================================================================================
       2300-valida-cabecalho section.

            set ws-pedido-valido                    to true
            move spaces                             to ws-motivo-rejeicao
            move zeros                              to ws-qtd-itens-aceitos
            move zeros                              to ws-qtd-itens-recusados

            if   ws-pi-cabecalho-invalido
            or   ws-pi-cd-empresa = zeros
            or   ws-pi-cd-filial  = zeros
                 move "Cabecalho do pedido invalido"  to ws-motivo-rejeicao
                 set ws-pedido-invalido              to true
                 exit section
            end-if

            if   ws-pi-pedido-cliente = spaces
                 move "Pedido do cliente sem numero"  to ws-motivo-rejeicao
                 set ws-pedido-invalido              to true
                 exit section
            end-if

            if   ws-pi-total-itens = zeros
                 move "Pedido sem linhas"             to ws-motivo-rejeicao
                 set ws-pedido-invalido              to true
                 exit section
            end-if

            if   ws-pi-itens-excedidos
                 move "Pedido excede o limite de linhas" to ws-motivo-rejeicao
                 set ws-pedido-invalido              to true
                 exit section
            end-if

            initialize                              f00600-destinatario
            move ws-pi-cd-empresa                   to f00600-cd-empresa
            move ws-pi-cd-filial                    to f00600-cd-filial
            move ws-pi-cd-destinatario              to f00600-cd-destinatario
            perform 9000-ler-pd00600-ran-1
            if   not ws-operacao-ok
                 move "Destinatario nao cadastrado"    to ws-motivo-rejeicao
                 set ws-pedido-invalido              to true
                 exit section
            end-if

      *>       Condicao de pagamento do destinatario, como a sugestao da
      *>       digitacao; inexistente ou inativa, o pedido fica sem condicao
      *>       (zero), o que a digitacao tambem aceita.
            move f00600-cd-condicao-pagamento       to ws-cd-condicao-pagamento
            if   ws-cd-condicao-pagamento <> zeros
                 initialize                         f08000-chave
                 move ws-pi-cd-empresa              to f08000-cd-empresa
                 move ws-pi-cd-filial               to f08000-cd-filial
                 move ws-cd-condicao-pagamento      to f08000-cd-condicao
                 perform 9000-ler-pd08000-ran-1
                 if   not ws-operacao-ok
                 or   not f08000-condicao-ativa
                      move zeros                    to ws-cd-condicao-pagamento
                 end-if
            end-if

            perform 2310-verifica-duplicidade

       exit.

      *>=================================================================================
      *> Varre os pedidos da filial: o mesmo pedido do cliente para o mesmo
      *> destinatario ja importado recusa o pedido; de passagem guarda o
      *> maior numero de pedido da filial, base da numeracao do novo.
       2310-verifica-duplicidade section.

            move zeros                               to ws-ultimo-numero-pedido

            initialize                               f06700-chave
            move ws-pi-cd-empresa                    to f06700-cd-empresa
            move ws-pi-cd-filial                     to f06700-cd-filial
            move f06700-chave(1:7)                   to ws-chave-filial-comparacao
            perform 9000-str-pd06700-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd06700-seq-1

                 if   ws-operacao-ok
                 and  f06700-chave(1:7) equal ws-chave-filial-comparacao
                      move f06700-numero-pedido      to ws-ultimo-numero-pedido
                      if   f06700-cd-destinatario equal ws-pi-cd-destinatario
                      and  f06700-pedido-cliente  equal ws-pi-pedido-cliente
                      and  ws-pedido-valido
                           string "Pedido ja importado no pedido "
                                  f06700-numero-pedido
                                  delimited by size into ws-motivo-rejeicao
                           set ws-pedido-invalido    to true
                      end-if
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            compute ws-pi-numero-pedido = ws-ultimo-numero-pedido + 1

       exit.

      *>=================================================================================
       2400-valida-itens section.

            perform varying ws-idx-item from 1 by 1
                    until ws-idx-item > ws-pi-total-itens

                 if   ws-pi-item-aceito(ws-idx-item)
                      perform 2410-valida-item
                 end-if

                 if   ws-pi-item-aceito(ws-idx-item)
                      add 1                          to ws-qtd-itens-aceitos
                 else
                      add 1                          to ws-qtd-itens-recusados
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Traducao do produto do cliente (PD10900) e as conferencias do item
      *> de CS10041C: mercadoria em PD00700, unidade em PD05500 e conversao
      *> para a padrao da mercadoria - fator em PD05600, senao o geral da
      *> unidade em PD05500 (mesma regra de CS10091C).
       2410-valida-item section.

            initialize                              f10900-chave
            move ws-pi-cd-empresa                   to f10900-cd-empresa
            move ws-pi-cd-filial                    to f10900-cd-filial
            move ws-pi-cd-destinatario              to f10900-cd-destinatario
            move ws-pi-item-produto-cliente(ws-idx-item) to f10900-cd-produto-cliente
            perform 9000-ler-pd10900-ran-1
            if   not ws-operacao-ok
                 move "Produto sem referencia (CS10091C)" to ws-pi-item-motivo(ws-idx-item)
                 set ws-pi-item-recusado(ws-idx-item) to true
                 exit section
            end-if

            move f10900-cd-mercadoria               to ws-pi-item-cd-mercadoria(ws-idx-item)

            move f10900-cd-mercadoria               to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   not ws-operacao-ok
                 move "Mercadoria nao cadastrada"     to ws-pi-item-motivo(ws-idx-item)
                 set ws-pi-item-recusado(ws-idx-item) to true
                 exit section
            end-if

            if   f10900-cd-unidade-medida = zeros
                 move f00700-cd-unidade-medida      to ws-pi-item-cd-unidade(ws-idx-item)
            else
                 move f10900-cd-unidade-medida      to ws-pi-item-cd-unidade(ws-idx-item)
            end-if

            move ws-pi-item-cd-unidade(ws-idx-item) to f05500-cd-unidade-medida
            perform 9000-ler-pd05500-ran-1
            if   not ws-operacao-ok
                 move "Unidade nao cadastrada"        to ws-pi-item-motivo(ws-idx-item)
                 set ws-pi-item-recusado(ws-idx-item) to true
                 exit section
            end-if

            if   ws-pi-item-cd-unidade(ws-idx-item) not equal f00700-cd-unidade-medida
                 move f00700-cd-mercadoria          to f05600-cd-mercadoria
                 move ws-pi-item-cd-unidade(ws-idx-item) to f05600-cd-unidade-medida
                 perform 9000-ler-pd05600-ran-1
                 if   (not ws-operacao-ok or f05600-fator-conversao = zeros)
                 and  f05500-fator-conversao-padrao = zeros
                      move "Unidade sem conversao para a padrao" to ws-pi-item-motivo(ws-idx-item)
                      set ws-pi-item-recusado(ws-idx-item) to true
                      exit section
                 end-if
            end-if

            if   ws-pi-item-quantidade(ws-idx-item) = zeros
                 move "Quantidade zerada"             to ws-pi-item-motivo(ws-idx-item)
                 set ws-pi-item-recusado(ws-idx-item) to true
            end-if

       exit.

      *>=================================================================================
      *> Cabecalho primeiro, itens aceitos em seguida e o total regravado no
      *> fim - a mesma ordem de 2100-incluir de CS10041C.
       2500-grava-pedido section.

            initialize                              f06700-pedido-venda
            move ws-pi-cd-empresa                   to f06700-cd-empresa
            move ws-pi-cd-filial                    to f06700-cd-filial
            move ws-pi-numero-pedido                to f06700-numero-pedido
            move ws-pi-cd-destinatario              to f06700-cd-destinatario
            move ws-cd-condicao-pagamento           to f06700-cd-condicao-pagamento
            move ws-pi-pedido-cliente               to f06700-pedido-cliente
            move ws-data-hoje                       to f06700-data-pedido
            set f06700-pedido-aberto                to true

            perform 9000-marca-auditoria-pd06700

            perform 9000-gravar-pd06700

            if   not ws-operacao-ok
                 string "Erro de gravacao - pedido " ws-pi-numero-pedido
                        delimited by size into ws-motivo-rejeicao
                 set ws-pedido-invalido              to true
                 exit section
            end-if

            move zeros                              to ws-id-sequencia
            move zeros                              to ws-valor-pedido

            perform varying ws-idx-item from 1 by 1
                    until ws-idx-item > ws-pi-total-itens
                 if   ws-pi-item-aceito(ws-idx-item)
                      perform 2510-grava-item
                 end-if
            end-perform

            move ws-valor-pedido                    to f06700-valor-total

            perform 9000-marca-auditoria-pd06700

            perform 9000-regravar-pd06700

       exit.

      *>=================================================================================
      *> Quantidade contra o disponivel da filial antes de reservar - acima
      *> dele a promessa entra (nao ha operador para confirmar) e o ato fica
      *> em PD00900, como a confirmacao da digitacao.
       2510-grava-item section.

            add 1                                   to ws-id-sequencia

            initialize                              f06800-item-pedido
            move ws-pi-cd-empresa                   to f06800-cd-empresa
            move ws-pi-cd-filial                    to f06800-cd-filial
            move ws-pi-numero-pedido                to f06800-numero-pedido
            move ws-id-sequencia                    to f06800-sequencia
            move ws-pi-item-cd-mercadoria(ws-idx-item) to f06800-cd-mercadoria
            move ws-pi-item-cd-unidade(ws-idx-item) to f06800-cd-unidade-medida
            move ws-pi-item-quantidade(ws-idx-item) to f06800-quantidade
            move ws-pi-item-valor-unitario(ws-idx-item) to f06800-valor-unitario
            compute f06800-valor-total = f06800-quantidade * f06800-valor-unitario
            move zeros                              to f06800-quantidade-faturada

            perform 9000-calcula-disponivel
            move f06800-quantidade                  to ws-rs-qtd-item
            perform 9000-converte-qtd-reserva

            if   ws-rs-qtd-padrao greater ws-rs-qtd-disponivel
                 move "S"                           to ws-pi-item-fl-acima-disponivel(ws-idx-item)
                 move spaces                        to ws-mensagem
                 string "Pedido [" ws-pi-numero-pedido "] merc [" f06800-cd-mercadoria
                        "] acima do disponivel (EDI)" into ws-mensagem
                 perform 9000-mensagem-lote
            end-if

            perform 9000-gravar-pd06800

            if   not ws-operacao-ok
                 move "Erro de gravacao do item"      to ws-pi-item-motivo(ws-idx-item)
                 set ws-pi-item-recusado(ws-idx-item) to true
                 subtract 1                          from ws-qtd-itens-aceitos
                 add 1                               to ws-qtd-itens-recusados
                 subtract 1                          from ws-id-sequencia
                 exit section
            end-if

            move ws-id-sequencia                    to ws-pi-item-sequencia(ws-idx-item)
            add f06800-valor-total                  to ws-valor-pedido
            move f06800-quantidade                  to ws-rs-qtd-item
            perform 9000-reserva-item-pedido

       exit.

      *>=================================================================================
      *> Uma geracao de ACK10092B por pedido aceito, com todas as linhas
      *> recebidas - aceitas e recusadas.
       2600-gera-confirmacao section.

            move c-este-programa                     to f06300-nome-programa
            move "ACK10092B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output ack10092b

            move ws-pi-cd-empresa                    to ak-cab-cd-empresa
            move ws-pi-cd-filial                     to ak-cab-cd-filial
            move ws-pi-cd-destinatario               to ak-cab-cd-destinatario
            move ws-pi-pedido-cliente                to ak-cab-pedido-cliente
            move ws-pi-data-pedido-cliente           to ak-cab-data-pedido-cliente
            move ws-pi-numero-pedido                 to ak-cab-numero-pedido
            move ws-data-hoje                        to ak-cab-data-aceite
            move ws-valor-pedido                     to ak-cab-valor-total
            move ws-qtd-itens-aceitos                to ak-cab-qtd-aceitos
            move ws-qtd-itens-recusados              to ak-cab-qtd-recusados
            write ack10092b-linha                    from ack10092b-cabecalho

            perform varying ws-idx-item from 1 by 1
                    until ws-idx-item > ws-pi-total-itens

                 move ws-pi-item-linha(ws-idx-item)  to ak-ite-linha
                 move ws-pi-item-produto-cliente(ws-idx-item) to ak-ite-produto-cliente
                 move ws-pi-item-quantidade(ws-idx-item) to ak-ite-quantidade
                 move ws-pi-item-valor-unitario(ws-idx-item) to ak-ite-valor-unitario
                 if   ws-pi-item-aceito(ws-idx-item)
                      move "AC"                      to ak-ite-situacao
                      move ws-pi-item-sequencia(ws-idx-item) to ak-ite-sequencia
                      move ws-pi-item-cd-mercadoria(ws-idx-item) to ak-ite-cd-mercadoria
                      move spaces                    to ak-ite-motivo
                 else
                      move "RJ"                      to ak-ite-situacao
                      move zeros                     to ak-ite-sequencia
                      move zeros                     to ak-ite-cd-mercadoria
                      move ws-pi-item-motivo(ws-idx-item) to ak-ite-motivo
                 end-if
                 write ack10092b-linha               from ack10092b-item

            end-perform

            close ack10092b

            move spaces                              to ws-sp-parametros
            string ws-pi-cd-destinatario "/" ws-pi-numero-pedido
                 delimited by size into ws-sp-parametros
            compute ws-sp-qtd-registros = ws-pi-total-itens + 1
            perform 9000-registra-spool

       exit.

      *>=================================================================================
      *> Linha do pedido e, abaixo dela, as linhas recusadas e as aceitas
      *> acima do disponivel.
       2900-imprime-pedido section.

            move ws-pi-pedido-cliente               to rl-ped-pedido-cliente
            move ws-pi-cd-filial                    to rl-ped-cd-filial
            move ws-pi-cd-destinatario              to rl-ped-cd-destinatario
            write rel10092b-linha                   from rel10092b-pedido

            perform varying ws-idx-item from 1 by 1
                    until ws-idx-item > ws-pi-total-itens

                 evaluate true
                      when ws-pi-item-recusado(ws-idx-item)
                           add 1                     to ws-total-itens-recusados
                           move "RECUSADA"           to rl-ite-status
                           move ws-pi-item-motivo(ws-idx-item) to rl-ite-motivo
                           perform 2910-imprime-item
                      when ws-pedido-invalido
                           continue
                      when ws-pi-item-acima-disponivel(ws-idx-item)
                           add 1                     to ws-total-itens-aceitos
                           move "ACEITA"             to rl-ite-status
                           move "Acima do disponivel - reservado" to rl-ite-motivo
                           perform 2910-imprime-item
                      when other
                           add 1                     to ws-total-itens-aceitos
                 end-evaluate

            end-perform

       exit.

      *>=================================================================================
       2910-imprime-item section.

            move ws-pi-item-linha(ws-idx-item)      to rl-ite-linha
            move ws-pi-item-produto-cliente(ws-idx-item) to rl-ite-produto-cliente
            move ws-pi-item-cd-mercadoria(ws-idx-item) to rl-ite-cd-mercadoria
            write rel10092b-linha                   from rel10092b-item

       exit.

      *>=================================================================================
       2920-imprime-avulso section.

            move ws-linha-arquivo                   to rl-avu-linha-arquivo
            write rel10092b-linha                   from rel10092b-avulso

       exit.

      *>=================================================================================
       3000-finalizacao section.

            move ws-total-pedidos                   to rl-res-pedidos
            move ws-total-importados                to rl-res-importados
            move ws-total-rejeitados                to rl-res-rejeitados
            move ws-total-itens-aceitos             to rl-res-itens-aceitos
            move ws-total-itens-recusados           to rl-res-itens-recusados
            write rel10092b-linha                   from rel10092b-resumo

            close pd00900
            close pd00600
            close pd00700
            close pd05500
            close pd05600
            close pd05800
            close pd06300
            close pd06700
            close pd06800
            close pd08000
            close pd10000
            close pd10100
            close pd10900
            close edi10092b
            close rel10092b

       exit.

      *>=================================================================================
       copy CSP00900.cpy.
       copy CSP00902.cpy. *> Reserva de estoque

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00600.cpy.
       copy CSR00700.cpy.
       copy CSR05500.cpy.
       copy CSR05600.cpy.
       copy CSR05800.cpy.
       copy CSR06300.cpy.
       copy CSR06700.cpy.
       copy CSR06800.cpy.
       copy CSR08000.cpy.
       copy CSR10000.cpy.
       copy CSR10100.cpy.
       copy CSR10900.cpy.
