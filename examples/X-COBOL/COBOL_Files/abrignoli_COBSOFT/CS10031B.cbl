      *>    mercadoria (PD00700), e a quantidade padrao e convertida por
      *>    PD05500/PD05600 como na digitacao. Documento importado alimenta o
      *>    saldo de estoque (PD05800) e o total mensal (PD06100) exatamente
      *>    como a gravacao online, no local padrao da filial (PD10300) -
      *>    sem local padrao, no local 000. REL10031B lista, por documento, importado
      *>    ou rejeitado e por que. A tag opcional pedidoCompra aponta o
      *>    pedido de compra (PD08700); cada item e conferido contra o pedido
      *>    como na digitacao, e o documento com item divergente entra com
      *>    as parcelas a pagar RETIDAS para o comprador (CS10070C).
      *>
      *>=================================================================================
       environment division.
       copy CSS06900.cpy.
       copy CSS07700.cpy.
       copy CSS07900.cpy.
       copy CSS08000.cpy.
       copy CSS06500.cpy.
       copy CSS08700.cpy.
       copy CSS08800.cpy.
       copy CSS08900.cpy.
       copy CSS07400.cpy.
       copy CSS10100.cpy.
       copy CSS10300.cpy.
       copy CSS10400.cpy.

           select ent10031b
               assign to "ENT10031B"
       copy CSF06900.cpy.
       copy CSF07700.cpy.
       copy CSF07900.cpy.
       copy CSF08000.cpy.
       copy CSF06500.cpy.
       copy CSF08700.cpy.
       copy CSF08800.cpy.
       copy CSF08900.cpy.
       copy CSF07400.cpy.
       copy CSF10100.cpy.
       copy CSF10300.cpy.
       copy CSF10400.cpy.

       fd   ent10031b
            record contains 200 characters.
            03 ws-rat-acum-seguro                   pic 9(09)v9(02).
            03 ws-rat-acum-desconto                 pic 9(09)v9(02).
            03 ws-rat-acum-outras                   pic 9(09)v9(02).
            03 ws-rat-acum-base-icms-st             pic 9(09)v9(02).
            03 ws-rat-acum-icms-st                  pic 9(09)v9(02).
            03 ws-idx-parcela                       pic 9(02).

       01   ws-analise-xml.
            03 ws-linha-trim                        pic x(200).
            03 ws-di-serie-documento                pic x(03).
            03 ws-di-cd-destinatario                pic 9(09).
            03 ws-di-data-operacao                  pic 9(08).
            03 ws-di-numero-pedido-compra           pic 9(09).
            03 ws-di-valor-produtos                 pic 9(09)v9(02).
            03 ws-di-valor-frete                    pic 9(09)v9(02).
            03 ws-di-valor-seguro                   pic 9(09)v9(02).
            03 ws-di-valor-desconto                 pic 9(09)v9(02).
            03 ws-di-valor-outras-despesas          pic 9(09)v9(02).
            03 ws-di-base-icms-st                   pic 9(09)v9(02).
            03 ws-di-valor-icms-st                  pic 9(09)v9(02).
            03 ws-di-valor-ipi                      pic 9(09)v9(02).
            03 ws-di-valor-total                    pic 9(09)v9(02).
            perform 9000-abrir-io-pd06400
            perform 9000-abrir-io-pd07700
            perform 9000-abrir-io-pd07900
            perform 9000-abrir-io-pd08000
            perform 9000-abrir-io-pd06500
            perform 9000-abrir-io-pd08700
            perform 9000-abrir-io-pd08800
            perform 9000-abrir-io-pd08900
            perform 9000-abrir-io-pd07400
            perform 9000-abrir-io-pd10100
            perform 9000-abrir-io-pd10300
            perform 9000-abrir-io-pd10400

            open input ent10031b
            open output rel10031b
                      compute ws-di-cd-destinatario = function numval(ws-valor-tag)
                 when "dataOperacao"
                      compute ws-di-data-operacao = function numval(ws-valor-tag)
                 when "pedidoCompra"
                      compute ws-di-numero-pedido-compra = function numval(ws-valor-tag)
                 when "valorProdutos"
                      compute ws-di-valor-produtos = function numval(ws-valor-tag)
                 when "valorFrete"
                      compute ws-di-valor-desconto = function numval(ws-valor-tag)
                 when "valorOutrasDespesas"
                      compute ws-di-valor-outras-despesas = function numval(ws-valor-tag)
                 when "baseIcmsSt"
                      compute ws-di-base-icms-st = function numval(ws-valor-tag)
                 when "valorIcmsSt"
                      compute ws-di-valor-icms-st = function numval(ws-valor-tag)
                 when "valorIpi"
                 add 1                               to ws-total-importados
                 move "IMPORTADO"                    to ri-det-status
                 move spaces                         to ri-det-motivo
                 if   ws-cr-qtd-pendentes > zeros
                      move "Itens retidos p/ comprador (CS10070C)" to ri-det-motivo
                 end-if
                 perform 2900-grava-linha-relatorio
            else
                 add 1                               to ws-total-rejeitados
                 exit section
            end-if

      *>       Pedido de compra apontado pelo fornecedor: precisa existir na
      *>       filial, ser do proprio fornecedor e ainda esperar recebimento.
            if   ws-di-numero-pedido-compra <> zeros
                 initialize                         f08700-chave
                 move ws-di-cd-empresa              to f08700-cd-empresa
                 move ws-di-cd-filial               to f08700-cd-filial
                 move ws-di-numero-pedido-compra    to f08700-numero-pedido
                 perform 9000-ler-pd08700-ran-1
                 if   not ws-operacao-ok
                 or   f08700-cd-fornecedor not equal ws-di-cd-destinatario
                 or   f08700-pedido-cancelado
                 or   f08700-pedido-recebido
                      move "Pedido de compra invalido"   to ws-motivo-rejeicao
                      set ws-doc-invalido            to true
                      exit section
                 end-if
            end-if

            move zeros                              to ws-soma-itens

            perform varying ws-idx-item from 1 by 1
            move ws-di-valor-seguro                 to f05000-valor-seguro
            move ws-di-valor-desconto               to f05000-valor-desconto
            move ws-di-valor-outras-despesas        to f05000-valor-outras-despesas
            move ws-di-base-icms-st                 to f05000-base-icms-st
            move ws-di-valor-icms-st                to f05000-valor-icms-st
            move ws-di-valor-ipi                    to f05000-valor-ipi
            move ws-di-valor-total                  to f05000-valor-total
            move zeros                              to ws-soma-pis-itens
            move zeros                              to ws-soma-cofins-itens

            move ws-di-numero-pedido-compra         to ws-cr-numero-pedido
            move zeros                              to ws-cr-qtd-conferidos
            move zeros                              to ws-cr-qtd-pendentes

            move ws-di-cd-empresa                   to ws-loc-cd-empresa
            move ws-di-cd-filial                    to ws-loc-cd-filial
            perform 9000-local-padrao-filial

            perform varying ws-idx-item from 1 by 1
                    until ws-idx-item > ws-di-total-itens

                                                    to f05100-valor-unitario
                 move ws-di-item-valor-total(ws-idx-item)
                                                    to f05100-valor-total
                 move ws-loc-cd-local               to f05100-cd-local

                 move f05100-cd-mercadoria          to f00700-cd-mercadoria
                 perform 9000-ler-pd00700-ran-1
      *>                 valoriza o custo medio (vide CSR05800.CPY).
                      move f05100-valor-total        to ws-ce-valor-custo-entrada
                      move f05100-quantidade-padrao  to ws-delta-estoque
      *>                 Kit (PD10100) entra pelos componentes, com o valor
      *>                 rateado pelo custo de cada um (vide CSP00903.CPY).
                      move f05100-cd-empresa         to ws-kit-cd-empresa
                      move f05100-cd-filial          to ws-kit-cd-filial
                      move f05100-cd-mercadoria      to ws-kit-cd-mercadoria
                      move spaces                    to ws-kit-numero-lote
                      move zeros                     to ws-kit-data-validade
                      move f05100-cd-local           to ws-kit-cd-local
                      perform 9000-lanca-estoque-kit
                      if   not ws-kit-explodido
                           initialize                f05800-saldo-estoque
                           move f05100-cd-empresa    to f05800-cd-empresa
                           move f05100-cd-filial     to f05800-cd-filial
                           move f05100-cd-mercadoria to f05800-cd-mercadoria
                           perform 9000-atualiza-saldo-pd05800
                           initialize                f10400-saldo-local
                           move f05100-cd-empresa    to f10400-cd-empresa
                           move f05100-cd-filial     to f10400-cd-filial
                           move f05100-cd-mercadoria to f10400-cd-mercadoria
                           move f05100-cd-local      to f10400-cd-local
                           perform 9000-atualiza-saldo-pd10400
                      end-if

      *>                 Conferencia contra o pedido de compra, como na
      *>                 digitacao (vide CSR08900.CPY).
                      perform 9000-confere-item-pedido-compra
                 end-if

            end-perform
            if   ws-operacao-ok
                 move ws-soma-pis-itens             to f05000-valor-pis
                 move ws-soma-cofins-itens          to f05000-valor-cofins
                 perform 9000-condicao-fornecedor
                 perform 9000-regravar-pd05000

      *>            Com o cabecalho relido, os acessorios sao rateados pelos
            perform 9000-acumula-pd06100

      *>       A condicao de pagamento nao viaja no interchange e nao ha
      *>       operador para informa-la - entra a condicao padrao do
      *>       fornecedor (PD00600/PD08000), carimbada no cabecalho por
      *>       9000-condicao-fornecedor; fornecedor sem condicao ativa fica
      *>       com a mesma parcela unica a vista da digitacao online com
      *>       condicao zero, que o financeiro reprograma em CS10037C se for o
      *>       caso.
            move f05000-data-operacao               to ws-cp-data-base
            move f05000-valor-total                 to ws-cp-valor-total
            perform 9000-calcula-vencimentos-condicao

            perform varying ws-idx-parcela from 1 by 1
                    until ws-idx-parcela > ws-cp-qtd-parcelas

                 initialize                         f06400-conta-pagar
                 move f05000-cd-empresa             to f06400-cd-empresa
                 move f05000-cd-filial              to f06400-cd-filial
                 move f05000-tipo-nota              to f06400-tipo-nota
                 move f05000-numero-documento       to f06400-numero-documento
                 move f05000-serie-documento        to f06400-serie-documento
                 move ws-idx-parcela                to f06400-parcela
                 move f05000-cd-destinatario        to f06400-cd-destinatario
                 move ws-cp-vencimento(ws-idx-parcela)
                                                    to f06400-data-vencimento

      *>            Mesmo calendario de dias uteis da gravacao online (vide
      *>            9000-gera-contas-pagar em CS10006C) - o vencimento da
      *>            importacao tambem rola para o proximo dia util.
                 move f06400-cd-empresa             to ws-cal-cd-empresa
                 move f06400-cd-filial              to ws-cal-cd-filial
                 move f06400-data-vencimento        to ws-cal-data
                 perform 9000-proximo-dia-util
                 move ws-cal-data                   to f06400-data-vencimento

                 move ws-cp-valor(ws-idx-parcela)   to f06400-valor-parcela
                 set f06400-parcela-aberta          to true
                 move zeros                         to f06400-data-programada
                 move zeros                         to f06400-data-pagamento

                 move zeros                         to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd06400

                 perform 9000-gravar-pd06400

            end-perform

      *>       Item divergente do pedido segura o pagamento da nota inteira
      *>       ate a decisao do comprador.
            if   ws-cr-qtd-pendentes > zeros
                 initialize                         f06400-chave
                 move f05000-cd-empresa             to f06400-cd-empresa
                 move f05000-cd-filial              to f06400-cd-filial
                 move f05000-tipo-nota              to f06400-tipo-nota
                 move f05000-numero-documento       to f06400-numero-documento
                 move f05000-serie-documento        to f06400-serie-documento
                 perform 9000-retem-contas-pagar-nota
            end-if

            set ws-doc-valido                       to true

       exit.

      *>=================================================================================
      *> Condicao padrao do fornecedor do documento corrente - carimba
      *> f05000-cd-condicao-pagamento e deixa a condicao em
      *> f08000-condicao-pagamento para 9000-calcula-vencimentos-condicao.
      *> Sem condicao ativa cadastrada, fica a condicao zero (a vista).
       9000-condicao-fornecedor section.

            initialize                              f08000-condicao-pagamento
            move 1                                  to f08000-qtd-parcelas
            move zeros                              to f05000-cd-condicao-pagamento

            initialize                              f00600-destinatario
            move f05000-cd-empresa                  to f00600-cd-empresa
            move f05000-cd-filial                   to f00600-cd-filial
            move f05000-cd-destinatario             to f00600-cd-destinatario
            perform 9000-ler-pd00600-ran-1

            if   not ws-operacao-ok
            or   f00600-cd-condicao-pagamento = zeros
                 exit section
            end-if

            initialize                              f08000-chave
            move f05000-cd-empresa                  to f08000-cd-empresa
            move f05000-cd-filial                   to f08000-cd-filial
            move f00600-cd-condicao-pagamento       to f08000-cd-condicao
            perform 9000-ler-pd08000-ran-1

            if   ws-operacao-ok
            and  f08000-condicao-ativa
                 move f08000-cd-condicao            to f05000-cd-condicao-pagamento
            else
                 initialize                         f08000-condicao-pagamento
                 move 1                             to f08000-qtd-parcelas
            end-if

       exit.

      *>=================================================================================
      *> Converte a quantidade do item para a unidade padrao da mercadoria -
      *> copia fiel de 9000-converte-quantidade-padrao de CS10006C.
            move zeros                              to ws-rat-acum-seguro
            move zeros                              to ws-rat-acum-desconto
            move zeros                              to ws-rat-acum-outras
            move zeros                              to ws-rat-acum-base-icms-st
            move zeros                              to ws-rat-acum-icms-st

            initialize                              f05100-chave-doc
            move f05000-cd-empresa                  to f05100-cd-empresa
                         f05100-base-icms * f05100-aliq-icms / 100
            end-if

      *>       ST destacado pelo fornecedor - mesmo rateio de
      *>       9000-rateia-icms-st-item em CS10006C.
            if   ws-rat-idx < ws-di-total-itens
                 compute f05100-base-icms-st rounded =
                         f05000-base-icms-st
                         * f05100-valor-total / f05000-valor-total-produtos
                 compute f05100-valor-icms-st rounded =
                         f05000-valor-icms-st
                         * f05100-valor-total / f05000-valor-total-produtos
                 add f05100-base-icms-st            to ws-rat-acum-base-icms-st
                 add f05100-valor-icms-st           to ws-rat-acum-icms-st
            else
                 compute f05100-base-icms-st =
                         f05000-base-icms-st - ws-rat-acum-base-icms-st
                 compute f05100-valor-icms-st =
                         f05000-valor-icms-st - ws-rat-acum-icms-st
            end-if

            perform 9000-regravar-pd05100

            if   not ws-operacao-ok
            close pd06400
            close pd07700
            close pd07900
            close pd08000
            close pd06500
            close pd08700
            close pd08800
            close pd08900
            close pd07400
            close pd10100
            close pd10300
            close pd10400
            close ent10031b
            close rel10031b


      *>=================================================================================
       copy CSP00900.cpy.
       copy CSP00903.cpy. *> Estoque de kit

      *>=================================================================================
      *> Leituras
       copy CSR06900.cpy.
       copy CSR07700.cpy.
       copy CSR07900.cpy.
       copy CSR08000.cpy.
       copy CSR06500.cpy.
       copy CSR08700.cpy.
       copy CSR08800.cpy.
       copy CSR08900.cpy.
       copy CSR07400.cpy.
       copy CSR10100.cpy.
       copy CSR10300.cpy.
       copy CSR10400.cpy.
