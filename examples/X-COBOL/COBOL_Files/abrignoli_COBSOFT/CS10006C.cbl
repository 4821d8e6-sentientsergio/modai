       copy CSS07600.cpy.
       copy CSS07700.cpy.
       copy CSS07900.cpy.
       copy CSS08000.cpy.
       copy CSS06800.cpy.
       copy CSS08700.cpy.
       copy CSS08800.cpy.
       copy CSS08900.cpy.
       copy CSS09100.cpy.
       copy CSS10000.cpy.
       copy CSS10100.cpy.
       copy CSS10300.cpy.
       copy CSS10400.cpy.
      *> Historicos do arquivamento anual (CS10032B) - mesmo layout/chaves dos
      *> vivos, espelhados por COPY REPLACING LEADING para nao duplicar os
      *> copybooks de PD05000/PD05100.
       copy CSF07600.cpy.
       copy CSF07700.cpy.
       copy CSF07900.cpy.
       copy CSF08000.cpy.
       copy CSF06800.cpy.
       copy CSF08700.cpy.
       copy CSF08800.cpy.
       copy CSF08900.cpy.
       copy CSF09100.cpy.
       copy CSF10000.cpy.
       copy CSF10100.cpy.
       copy CSF10300.cpy.
       copy CSF10400.cpy.
       copy CSF05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==.
       copy CSF05100.cpy replacing leading ==f05100== by ==h05100==
            03 ws-total-valor-ipi-itens            pic 9(09)v9(02).
            03 ws-total-valor-pis-itens            pic 9(09)v9(02).
            03 ws-total-valor-cofins-itens         pic 9(09)v9(02).
            03 ws-total-base-icms-st-itens         pic 9(09)v9(02).
            03 ws-total-valor-icms-st-itens        pic 9(09)v9(02).
            03 ws-st-base-calculo                  pic s9(11)v9(02).
            03 ws-st-valor-calculo                 pic s9(11)v9(02).
            03 ws-chave-doc-comparacao             pic x(30).
            03 ws-estado-destinatario              pic 9(02).
            03 ws-qt-padrao-anterior               pic 9(09)v9(06).
            03 ws-fl-congela-custo                 pic x(01).
               88 ws-congela-custo                      value "S".
            03 ws-idx-parcela                      pic 9(02).
            03 ws-cd-condicao-doc                  pic 9(03).
            03 ws-descricao-condicao-doc           pic x(40).
            03 ws-chave-doc-duplicata              pic x(21).
            03 ws-chave-doc-conta-pagar            pic x(21).
            03 ws-numero-pedido-uso                pic 9(09).
            03 ws-rat-acum-seguro                  pic 9(09)v9(02).
            03 ws-rat-acum-desconto                pic 9(09)v9(02).
            03 ws-rat-acum-outras                  pic 9(09)v9(02).
            03 ws-rat-acum-base-icms-st            pic 9(09)v9(02).
            03 ws-rat-acum-icms-st                 pic 9(09)v9(02).
            03 ws-preco-tabela                     pic 9(09)v9(06).
            03 ws-fl-tem-preco-tabela              pic x(01).
               88 ws-tem-preco-tabela                  value "S".
               88 ws-tem-parcela-paga                   value "S".
            03 ws-fl-tem-parcela-remetida          pic x(01).
               88 ws-tem-parcela-remetida               value "S".
            03 ws-fl-tem-conferencia-compra         pic x(01).
               88 ws-tem-conferencia-compra             value "S".
            03 ws-canc-numero-origem               pic 9(09).
            03 ws-canc-serie-origem                pic x(03).
            03 ws-fl-outra-devolucao               pic x(01).
            03 ws-te-cabecalho                     pic x(400).
            03 ws-te-total-itens                   pic 9(03).
            03 ws-te-itens                         occurs 200.
               05 ws-te-item                       pic x(400).

       01   f-nota-fiscal.
            03 f-tipo-nota                         pic 9(02).
            03 f-item-valor-total                  pic 9(09)v9(02).
            03 f-item-numero-lote                  pic x(10).
            03 f-item-data-validade                pic 9(08).
            03 f-item-cd-local                     pic 9(03).

       01   ws-relatorio.
            03 ws-fs-rel10006                       pic x(02).
            perform 9000-abrir-i-pd05600
            perform 9000-abrir-i-pd05700
            perform 9000-abrir-i-pd06900
            perform 9000-abrir-i-pd09100
            perform 9000-abrir-io-pd06500
            perform 9000-abrir-io-pd07100
            perform 9000-abrir-io-pd07400
            perform 9000-abrir-io-pd07600
            perform 9000-abrir-io-pd07700
            perform 9000-abrir-io-pd07900
            perform 9000-abrir-io-pd08000
            perform 9000-abrir-io-pd05800
            perform 9000-abrir-io-pd05900
            perform 9000-abrir-io-pd06000
            perform 9000-abrir-io-pd06400
            perform 9000-abrir-io-pd06700
            perform 9000-abrir-io-pd06800
            perform 9000-abrir-io-pd08700
            perform 9000-abrir-io-pd08800
            perform 9000-abrir-io-pd08900
            perform 9000-abrir-io-pd10000
            perform 9000-abrir-io-pd10100
            perform 9000-abrir-io-pd10300
            perform 9000-abrir-io-pd10400
            perform 9000-abrir-io-his05000
            perform 9000-abrir-io-his05100

      *>       digitacao livre de sempre.
            move zeros                              to ws-numero-pedido-uso
            move "N"                                to ws-fl-pedido-em-uso
            move zeros                              to ws-cd-condicao-doc

            if   f-tipo-nota = 01
                 display "Pedido (0=digitacao livre):" at line 23 col 02
                      end-if
                      set ws-pedido-em-uso          to true
                      move f06700-cd-destinatario   to f-cd-destinatario
                      move f06700-cd-condicao-pagamento to ws-cd-condicao-doc
                      perform 8000-tela
                 end-if
            end-if

            end-perform

      *>       Recebimento contra pedido de compra: na nota de entrada o
      *>       operador pode apontar o pedido do fornecedor (PD08700); zero
      *>       confere cada item contra todos os pedidos ABERTOS/PARCIAIS do
      *>       fornecedor na filial. Fornecedor sem pedido em aberto segue sem
      *>       conferencia (vide 9000-confere-item-pedido-compra).
            move zeros                              to ws-cr-numero-pedido
            move zeros                              to ws-cr-qtd-conferidos
            move zeros                              to ws-cr-qtd-pendentes

            if   f-tipo-nota = 00
                 perform until exit
                      display "Pedido de compra (0=pedidos em aberto):" at line 23 col 02
                      move zeros                     to ws-cr-numero-pedido
                      accept ws-cr-numero-pedido at line 23 col 42 with update auto-skip
                      if   ws-cr-numero-pedido = zeros
                           exit perform
                      end-if
                      initialize                    f08700-chave
                      move lnk-cd-empresa           to f08700-cd-empresa
                      move lnk-cd-filial            to f08700-cd-filial
                      move ws-cr-numero-pedido      to f08700-numero-pedido
                      perform 9000-ler-pd08700-ran-1
                      evaluate true
                           when not ws-operacao-ok
                                string "Pedido de compra nao encontrado! [" ws-cr-numero-pedido "]" into ws-mensagem
                                perform 9000-mensagem
                           when f08700-cd-fornecedor not equal f-cd-destinatario
                                move "Pedido de compra de outro fornecedor!" to ws-mensagem
                                perform 9000-mensagem
                           when f08700-pedido-cancelado
                           or   f08700-pedido-recebido
                                move "Pedido de compra cancelado ou ja recebido!" to ws-mensagem
                                perform 9000-mensagem
                           when other
                                exit perform
                      end-evaluate
                 end-perform
            end-if

      *>       Transportadora da saida/transferencia (PD07500) - zero vale
      *>       frete proprio/retirada; um codigo informado precisa existir.
      *>       E o que permite a CS10008B atribuir lead-time a um dono.
            move ws-cd-transportadora-doc           to f05000-cd-transportadora
            move ws-cd-vendedor-doc                 to f05000-cd-vendedor

      *>       Condicao de pagamento sugerida: a negociada no pedido em uso
      *>       e, na falta dela, a padrao do destinatario (cliente ou
      *>       fornecedor) - o operador confirma ou troca ao gerar as
      *>       parcelas.
            if   ws-cd-condicao-doc = zeros
            and  (f-tipo-nota = 00 or f-tipo-nota = 01)
                 perform 9000-condicao-padrao-destinatario
            end-if
            move ws-cd-condicao-doc                 to f05000-cd-condicao-pagamento

            move lnk-cd-usuario                    to ws-cd-usuario-operacao
            perform 9000-marca-auditoria-pd05000

                      move function current-date(9:6) to f05000-horario-cancelamento
                      move lnk-cd-usuario             to f05000-id-usuario-cancelamento
                      perform 9000-regravar-pd05000
                      move "Documento CANCELADO - credito/cobranca nao liberado!" to ws-mensagem
                      perform 9000-mensagem
                      perform 8000-controle-frame
                      exit section
                 accept f-item-quantidade-mercadoria at line 21 col 36 with update auto-skip

                 perform 9000-entra-lote-item
                 perform 9000-entra-local-item

      *>            Nota de saida defaulta o preco da tabela vigente
      *>            (PD07100) e trata o desvio manual pela politica de
                 move f-item-valor-total              to f05100-valor-total
                 move f-item-numero-lote              to f05100-numero-lote
                 move f-item-data-validade            to f05100-data-validade
                 move f-item-cd-local                 to f05100-cd-local
                 perform 9000-converte-quantidade-padrao
                 perform 9000-calcula-impostos-item

                      end-if
                      move f05100-quantidade-padrao    to ws-delta-estoque
                      perform 9000-lanca-estoque-item

      *>                 Entrada de compra confere o item contra o pedido - o
      *>                 estoque entra de qualquer forma (a mercadoria esta
      *>                 fisicamente na filial); o que fica retido e o
      *>                 pagamento, ate o comprador decidir em CS10070C.
                      if   f05100-nota-entrada
                           perform 9000-confere-item-pedido-compra
                           if   ws-cr-item-pendente
                                string "Item divergente do pedido - retido p/ comprador! [" f05100-sequencia "]" into ws-mensagem
                                perform 9000-mensagem
                           end-if
                      end-if
                 end-if

            end-perform
            accept f-valor-seguro at line 13 col 36 with update auto-skip
            accept f-valor-outras-despesas at line 15 col 36 with update auto-skip
            accept f-valor-desconto at line 17 col 36 with update auto-skip

      *>       Na saida o ICMS-ST e a soma do calculado nos itens (PD09100) -
      *>       so os demais tipos trazem o ST destacado pelo emitente.
            if   f05000-nota-saida
                 perform 9000-totaliza-itens
                 move ws-total-valor-icms-st-itens  to f-valor-icms-st
                 move ws-total-base-icms-st-itens   to f05000-base-icms-st
                 perform 8000-tela-valores
            else
                 accept f-valor-icms-st at line 19 col 36 with update auto-skip
            end-if

            accept f-valor-ipi at line 21 col 36 with update auto-skip

            move f-valor-frete                      to f05000-valor-frete
            move ws-total-valor-icms-itens          to f05000-valor-icms
            move ws-total-valor-pis-itens           to f05000-valor-pis
            move ws-total-valor-cofins-itens        to f05000-valor-cofins
            perform 9000-totaliza-icms-st-documento

            move f05000-valor-total                 to f-valor-total

                      move function current-date(9:6) to f05000-horario-cancelamento
                      move lnk-cd-usuario             to f05000-id-usuario-cancelamento
                      perform 9000-regravar-pd05000
                      move "Documento CANCELADO - credito/cobranca nao liberado!" to ws-mensagem
                      perform 9000-mensagem
                      perform 8000-controle-frame
                      exit section
            end-if

      *>       O espelho do contas a receber: a nota de entrada gera as
      *>       parcelas a pagar em PD06400, pela mesma condicao de pagamento
      *>       confirmada pelo operador - o contas a pagar deixa de viver numa
      *>       planilha chaveada a mao por numero de documento.
            if   f05000-nota-entrada
                 perform 9000-gera-contas-pagar
                 if   ws-cr-qtd-pendentes > zeros
                      perform 9000-retem-contas-pagar-documento
                 end-if
            end-if

            perform 8000-tela
                 exit section
            end-if

      *>       Entrada conferida contra pedido de compra: as quantidades ja
      *>       foram creditadas nas linhas do pedido (e as pendencias estao
      *>       com o comprador) - editar itens aqui descasaria as duas
      *>       pontas. Mesmo remedio: cancela (estorna a conferencia) e
      *>       reinclui.
            if   f05000-nota-entrada
                 perform 9000-verifica-conferencia-compra
                 if   ws-tem-conferencia-compra
                      move "Entrada conferida c/ pedido de compra - cancele e reinclua!" to ws-mensagem
                      perform 9000-mensagem
                      perform 8000-controle-frame
                      exit section
                 end-if
            end-if

            move f05000-data-operacao(1:6)          to ws-competencia-verificada
            perform 9000-valida-periodo-aberto
            if   ws-competencia-fechada-chk
            accept f-valor-seguro at line 13 col 36 with update auto-skip
            accept f-valor-outras-despesas at line 15 col 36 with update auto-skip
            accept f-valor-desconto at line 17 col 36 with update auto-skip

      *>       ST da saida e recalculado dos itens ao final (vide inclusao).
            if   not f05000-nota-saida
                 accept f-valor-icms-st at line 19 col 36 with update auto-skip
            end-if

            accept f-valor-ipi at line 21 col 36 with update auto-skip

            move f-valor-frete                      to f05000-valor-frete
            move ws-total-valor-icms-itens         to f05000-valor-icms
            move ws-total-valor-pis-itens          to f05000-valor-pis
            move ws-total-valor-cofins-itens       to f05000-valor-cofins
            perform 9000-totaliza-icms-st-documento

      *>       O agregado da competencia original perde o documento com os
      *>       valores antigos antes do recarimbo de auditoria mover o

      *>       Com o total alterado, as parcelas antigas nao somam mais o
      *>       documento (invariante de CSF05900.CPY) - as abertas saem e a
      *>       condicao de pagamento e confirmada de novo. Parcela baixada nao
      *>       chega aqui: a entrada da manutencao ja teria recusado.
            if   f05000-nota-saida
            and  f05000-valor-total not equal ws-valor-total-anterior
                      perform 9000-excluir-duplicatas-documento
                      perform 9000-excluir-contas-pagar-documento

      *>                 Entrada cancelada devolve ao pedido de compra o que
      *>                 tinha sido creditado e tira as pendencias da fila do
      *>                 comprador.
                      if   f05000-nota-entrada
                           move lnk-cd-usuario        to ws-cd-usuario-operacao
                           initialize                 f08900-chave
                           move f05000-cd-empresa     to f08900-cd-empresa
                           move f05000-cd-filial      to f08900-cd-filial
                           move f05000-tipo-nota      to f08900-tipo-nota
                           move f05000-numero-documento to f08900-numero-documento
                           move f05000-serie-documento to f08900-serie-documento
                           move f05000-cd-destinatario to f08900-cd-fornecedor
                           perform 9000-estorna-conferencia-nota
                      end-if

                      perform 9000-ler-pd05000-ran-1

                      set f05000-doc-cancelado       to true
            close pd07600
            close pd07700
            close pd07900
            close pd08000
            close pd06800
            close pd08700
            close pd08800
            close pd08900
            close pd09100
            close pd10000
            close pd10100
            close pd10300
            close pd10400
            close his05000
            close his05100
            close pd00300
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao
       copy CSP00902.cpy. *> Reserva de estoque
       copy CSP00903.cpy. *> Estoque de kit

      *>=================================================================================
       9000-monta-chave-nota section.
            move zeros                              to ws-total-valor-ipi-itens
            move zeros                              to ws-total-valor-pis-itens
            move zeros                              to ws-total-valor-cofins-itens
            move zeros                              to ws-total-base-icms-st-itens
            move zeros                              to ws-total-valor-icms-st-itens

            perform 9000-monta-chave-doc-item
            move f05100-chave-doc                   to ws-chave-doc-comparacao
                      add f05100-valor-ipi            to ws-total-valor-ipi-itens
                      add f05100-valor-pis            to ws-total-valor-pis-itens
                      add f05100-valor-cofins         to ws-total-valor-cofins-itens
                      add f05100-base-icms-st         to ws-total-base-icms-st-itens
                      add f05100-valor-icms-st        to ws-total-valor-icms-st-itens

                 else
                      set ws-operacao-nok            to true
            move zeros                              to ws-total-valor-ipi-itens
            move zeros                              to ws-total-valor-pis-itens
            move zeros                              to ws-total-valor-cofins-itens
            move zeros                              to ws-total-base-icms-st-itens
            move zeros                              to ws-total-valor-icms-st-itens

            initialize                              h05100-chave-doc
            move f05000-cd-empresa                  to h05100-cd-empresa
                      add h05100-valor-ipi            to ws-total-valor-ipi-itens
                      add h05100-valor-pis            to ws-total-valor-pis-itens
                      add h05100-valor-cofins         to ws-total-valor-cofins-itens
                      add h05100-base-icms-st         to ws-total-base-icms-st-itens
                      add h05100-valor-icms-st        to ws-total-valor-icms-st-itens

                 else
                      set ws-operacao-nok            to true

      *>=================================================================================
      *> Gera as duplicatas (parcelas a receber) da nota de saida que acabou de
      *> ser gravada a partir da condicao de pagamento aprovada (PD08000): o
      *> operador confirma a condicao sugerida em f05000 (ou escolhe outra
      *> ativa) e os vencimentos/valores saem de
      *> 9000-calcula-vencimentos-condicao - a soma das parcelas fecha com o
      *> documento ao centavo. Condicao zero vale uma unica parcela a vista
      *> (vencimento na data da operacao).
       9000-gera-duplicatas section.

            perform 9000-aceita-condicao-documento

            perform varying ws-idx-parcela from 1 by 1
                    until ws-idx-parcela > ws-cp-qtd-parcelas

                 initialize                         f05900-duplicata
                 move f05000-cd-empresa             to f05900-cd-empresa
                 move f05000-serie-documento        to f05900-serie-documento
                 move ws-idx-parcela                to f05900-parcela
                 move f05000-cd-destinatario        to f05900-cd-destinatario
                 move ws-cp-vencimento(ws-idx-parcela)
                                                    to f05900-data-vencimento

      *>            Vencimento em dia nao util rola para o dia util seguinte
                 perform 9000-proximo-dia-util
                 move ws-cal-data                   to f05900-data-vencimento

                 move ws-cp-valor(ws-idx-parcela)   to f05900-valor-parcela

                 set f05900-duplicata-aberta        to true
                 move zeros                         to f05900-data-pagamento

       exit.

      *>=================================================================================
      *> Condicao de pagamento do documento corrente, comum a duplicatas e
      *> contas a pagar: pre-carrega a de f05000, aceita so condicao
      *> existente e ativa em PD08000 (zero = a vista), carimba o codigo
      *> escolhido em f05000 e deixa as parcelas calculadas em
      *> ws-controle-condicao (CSW00900.CPY).
       9000-aceita-condicao-documento section.

            move f05000-cd-condicao-pagamento       to ws-cd-condicao-doc

            perform until exit

                 move spaces                        to ws-descricao-condicao-doc
                 display "Cond.Pagto (0=a vista):"  at line 23 col 02
                 accept ws-cd-condicao-doc at line 23 col 26 with update auto-skip

                 if   ws-cd-condicao-doc = zeros
                      initialize                    f08000-condicao-pagamento
                      move 1                        to f08000-qtd-parcelas
                      exit perform
                 end-if

                 initialize                         f08000-chave
                 move f05000-cd-empresa             to f08000-cd-empresa
                 move f05000-cd-filial              to f08000-cd-filial
                 move ws-cd-condicao-doc            to f08000-cd-condicao
                 perform 9000-ler-pd08000-ran-1

                 if   ws-operacao-ok
                 and  f08000-condicao-ativa
                      move f08000-descricao         to ws-descricao-condicao-doc
                      display ws-descricao-condicao-doc(1:30) at line 23 col 31
                      exit perform
                 end-if

                 string "Condicao de pagamento inexistente ou inativa! [" ws-cd-condicao-doc "]" into ws-mensagem
                 perform 9000-mensagem

            end-perform

            if   f05000-cd-condicao-pagamento not equal ws-cd-condicao-doc
                 move ws-cd-condicao-doc            to f05000-cd-condicao-pagamento
                 perform 9000-regravar-pd05000
            end-if

            move f05000-data-operacao               to ws-cp-data-base
            move f05000-valor-total                 to ws-cp-valor-total
            perform 9000-calcula-vencimentos-condicao

       exit.

      *>=================================================================================
      *> Condicao padrao do destinatario do documento (PD00600) - so vale se
      *> ainda estiver ativa em PD08000; senao o documento nasce sem condicao
      *> sugerida (a vista).
       9000-condicao-padrao-destinatario section.

            move zeros                              to ws-cd-condicao-doc

            initialize                              f00600-destinatario
            move lnk-cd-empresa                     to f00600-cd-empresa
            move lnk-cd-filial                      to f00600-cd-filial
            move f-cd-destinatario                  to f00600-cd-destinatario
            perform 9000-ler-pd00600-ran-1

            if   ws-operacao-ok
            and  f00600-cd-condicao-pagamento <> zeros
                 initialize                         f08000-chave
                 move lnk-cd-empresa                to f08000-cd-empresa
                 move lnk-cd-filial                 to f08000-cd-filial
                 move f00600-cd-condicao-pagamento  to f08000-cd-condicao
                 perform 9000-ler-pd08000-ran-1
                 if   ws-operacao-ok
                 and  f08000-condicao-ativa
                      move f08000-cd-condicao       to ws-cd-condicao-doc
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Fatura os itens do pedido em uso: cada item com saldo a faturar e
      *> oferecido ao operador com a quantidade remanescente pre-carregada
      *> (aceita parcial; zero pula o item), recebe CFOP/CST - dado fiscal
      *> que o pedido nao carrega - e segue pelo mesmo caminho do item
      *> digitado (conversao de unidade, impostos, estoque). A quantidade
      *> faturada volta acumulada para o item do pedido e sai da reserva de
      *> estoque do pedido (PD10000).
       2150-fatura-itens-pedido section.

            initialize                              f06800-chave
            end-if

            perform 9000-entra-lote-item
            perform 9000-entra-local-item

            set ws-item-nao-abandonado              to true

            move f-item-valor-total                  to f05100-valor-total
            move f-item-numero-lote                  to f05100-numero-lote
            move f-item-data-validade                to f05100-data-validade
            move f-item-cd-local                     to f05100-cd-local
            perform 9000-converte-quantidade-padrao
            perform 9000-calcula-impostos-item

            if   not ws-operacao-ok
                 string "Erro de gravacao - f06800-item [" f06800-chave "]" into ws-mensagem
                 perform 9000-mensagem
            else
                 compute ws-rs-qtd-item = 0 - f-item-quantidade-mercadoria
                 perform 9000-reserva-item-pedido
            end-if

       exit.

       exit.

      *>=================================================================================
      *> Local de estoque do item corrente (PD10300) - vem sugerido o local
      *> padrao da filial e o operador pode trocar por outro local cadastrado.
      *> Filial sem locais cadastrados fica no local 000 sem perguntar. Saida
      *> ou transferencia tirada de um local de quarentena pede confirmacao.
       9000-entra-local-item section.

            move lnk-cd-empresa                     to ws-loc-cd-empresa
            move lnk-cd-filial                      to ws-loc-cd-filial
            perform 9000-local-padrao-filial
            move ws-loc-cd-local                    to f-item-cd-local

            if   not ws-loc-tem-locais
                 exit section
            end-if

            perform until exit

                 display "Local:"                   at line 22 col 62
                 accept f-item-cd-local at line 22 col 69 with update auto-skip

                 move f-item-cd-local               to ws-loc-cd-local
                 perform 9000-descreve-local

                 if   ws-operacao-ok
                 and  f-item-cd-local > zeros
                      if   (f-tipo-nota = 01 or f-tipo-nota = 03)
                      and  f10300-local-quarentena
                           move "Local de QUARENTENA - confirma a saida dele? [S/N]" to ws-mensagem
                           perform 9000-mensagem
                           if   ws-mensagem-opcao-sim
                                exit perform
                           end-if
                      else
                           exit perform
                      end-if
                 else
                      string "Local nao cadastrado na filial! [" f-item-cd-local "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Lote de validade mais antiga com saldo positivo da mercadoria na
      *> filial - varre o prefixo empresa/filial/mercadoria de PD07400.
      *> empresa/filial da sessao) e confere contra o limite de PD00600 antes
      *> de o documento ser efetivado - acima do limite, o supervisor decide
      *> na hora, com o ato registrado em PD00900. A varredura clobbera a
      *> area de f05900, nunca a de f05000. Cliente bloqueado pela regua de
      *> cobranca (CS10081B) passa pela mesma decisao do supervisor antes de
      *> qualquer conta de limite.
       9000-verifica-limite-credito section.

            move "N"                                to ws-fl-credito-bloqueado
                 exit section
            end-if

            if   f00600-bloqueado-cobranca
                 move "Cliente bloqueado p/ cobranca - libera supervisor? [S/N]" to ws-mensagem
                 perform 9000-mensagem

                 if   ws-mensagem-opcao-sim
                      move lnk-cd-usuario           to ws-cd-usuario-operacao
                      string "Liberacao cobranca - doc [" f05000-numero-documento
                             "] cliente [" f05000-cd-destinatario "]" into ws-mensagem
                      perform 9000-gravar-pd00900
                 else
                      set ws-credito-bloqueado      to true
                      exit section
                 end-if
            end-if

            if   f00600-valor-limite-credito = zeros
                 exit section
            end-if
                 and  f05900-cd-filial  equal f05000-cd-filial
                 and  f05900-nota-saida

      *>              So o saldo ainda nao recebido compromete o limite
                      if   f05900-cd-destinatario equal f05000-cd-destinatario
                      and  f05900-duplicata-aberta
                      and  f05900-valor-baixado < f05900-valor-parcela
                           add f05900-valor-parcela to ws-exposicao-credito
                           subtract f05900-valor-baixado from ws-exposicao-credito
                      end-if

                 else
            move zeros                              to ws-rat-acum-seguro
            move zeros                              to ws-rat-acum-desconto
            move zeros                              to ws-rat-acum-outras
            move zeros                              to ws-rat-acum-base-icms-st
            move zeros                              to ws-rat-acum-icms-st

            perform 9000-monta-chave-doc-item
            move f05100-chave-doc                   to ws-chave-doc-comparacao
                         f05100-base-icms * f05100-aliq-icms / 100
            end-if

      *>       Saida refaz o ST com a base ja acrescida dos acessorios; nos
      *>       demais tipos o ST do emitente e rateado como o frete.
            if   f05100-nota-saida
                 perform 9000-calcula-icms-st-item
            else
                 perform 9000-rateia-icms-st-item
            end-if

            perform 9000-regravar-pd05100

            if   not ws-operacao-ok

       exit.

      *>=================================================================================
      *> ST destacado pelo emitente no cabecalho (nota que nao e de saida)
      *> distribuido pelos itens na proporcao do valor, residuo no ultimo -
      *> mesmo criterio de 9000-rateia-item.
       9000-rateia-icms-st-item section.

            if   ws-rat-idx < ws-total-itens
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

            move zeros                              to f05100-perc-mva-st
            move zeros                              to f05100-aliq-icms-st

       exit.

      *>=================================================================================
      *> Saida: os totais de ST do cabecalho passam a ser a soma dos itens ja
      *> rateados (chamar logo apos 9000-totaliza-itens) e o total do
      *> documento e recomposto com eles. Nos demais tipos o cabecalho e a
      *> origem do rateio e fica como digitado.
       9000-totaliza-icms-st-documento section.

            if   not f05000-nota-saida
                 exit section
            end-if

            move ws-total-base-icms-st-itens        to f05000-base-icms-st
            move ws-total-valor-icms-st-itens       to f05000-valor-icms-st

            compute f05000-valor-total = f05000-valor-total-produtos
                                        + f05000-valor-frete
                                        + f05000-valor-seguro
                                        + f05000-valor-outras-despesas
                                        - f05000-valor-desconto
                                        + f05000-valor-icms-st
                                        + f05000-valor-ipi

       exit.

      *>=================================================================================
      *> Carrega em memoria os itens da nota de origem da devolucao - a
      *> selecao item a item e a conferencia de devolucoes anteriores varrem
            end-if

            perform 9000-entra-lote-item
            perform 9000-entra-local-item

            set ws-item-nao-abandonado              to true

            move f-item-valor-total                  to f05100-valor-total
            move f-item-numero-lote                  to f05100-numero-lote
            move f-item-data-validade                to f05100-data-validade
            move f-item-cd-local                     to f05100-cd-local
            perform 9000-converte-quantidade-padrao
            perform 9000-calcula-impostos-item

            else
                 perform 9000-registra-indice-movimento

      *>             Na filial de destino a mercadoria entra no local padrao
      *>             de la - o local da origem nao existe no destino.
                 move lnk-cd-empresa                  to ws-loc-cd-empresa
                 move ws-cd-filial-destino            to ws-loc-cd-filial
                 perform 9000-local-padrao-filial

                 perform varying ws-idx-transf from 1 by 1
                         until ws-idx-transf > ws-te-total-itens

                      set f05100-nota-entrada         to true
                      move ws-numero-destino          to f05100-numero-documento
                      move zeros                      to f05100-cd-destinatario
                      move ws-loc-cd-local            to f05100-cd-local

                      perform 9000-gravar-pd05100


      *>=================================================================================
      *> Gera as parcelas a pagar (PD06400) da nota de entrada que acabou de
      *> ser gravada - espelho fiel de 9000-gera-duplicatas: a condicao de
      *> pagamento combinada com o fornecedor vem de PD08000 (sugerida do
      *> cadastro do fornecedor) e os vencimentos/valores de
      *> 9000-calcula-vencimentos-condicao. Condicao zero vale uma unica
      *> parcela a vista.
       9000-gera-contas-pagar section.

            perform 9000-aceita-condicao-documento

            perform varying ws-idx-parcela from 1 by 1
                    until ws-idx-parcela > ws-cp-qtd-parcelas

                 initialize                         f06400-conta-pagar
                 move f05000-cd-empresa             to f06400-cd-empresa
                 move f05000-serie-documento        to f06400-serie-documento
                 move ws-idx-parcela                to f06400-parcela
                 move f05000-cd-destinatario        to f06400-cd-destinatario
                 move ws-cp-vencimento(ws-idx-parcela)
                                                    to f06400-data-vencimento

      *>            Mesmo calendario de dias uteis das duplicatas - um unico
                 perform 9000-proximo-dia-util
                 move ws-cal-data                   to f06400-data-vencimento

                 move ws-cp-valor(ws-idx-parcela)   to f06400-valor-parcela

                 set f06400-parcela-aberta          to true
                 move zeros                         to f06400-data-programada
       exit.

      *>=================================================================================
      *> Confere se alguma parcela a pagar do documento corrente ja foi paga,
      *> no todo ou em parte (movimento em PD08100) -
      *> bloqueia a alteracao de uma entrada cujo pagamento ja comecou, mesma
      *> guarda de 9000-verifica-duplicata-paga no lado do contas a receber.
       9000-verifica-conta-pagar-paga section.
                 and  f06400-chave-doc equal ws-chave-doc-conta-pagar

                      if   f06400-parcela-paga
                      or   f06400-valor-baixado > zeros
                           set ws-tem-parcela-paga   to true
                           set ws-operacao-nok       to true
                      end-if

       exit.

      *>=================================================================================
      *> Entrada com alguma linha viva (nao estornada) de conferencia contra
      *> pedido de compra em PD08900.
       9000-verifica-conferencia-compra section.

            move "N"                                to ws-fl-tem-conferencia-compra

            initialize                              f08900-chave
            move f05000-cd-empresa                  to f08900-cd-empresa
            move f05000-cd-filial                   to f08900-cd-filial
            move f05000-tipo-nota                   to f08900-tipo-nota
            move f05000-numero-documento            to f08900-numero-documento
            move f05000-serie-documento             to f08900-serie-documento
            move f05000-cd-destinatario             to f08900-cd-fornecedor
            move f08900-chave-doc                   to ws-cr-chave-doc-comparacao

            perform 9000-str-pd08900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08900-seq-1

                 if   ws-operacao-ok
                 and  f08900-chave-doc equal ws-cr-chave-doc-comparacao

                      if   not f08900-estornado
                           set ws-tem-conferencia-compra to true
                           set ws-operacao-nok       to true
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Entrada com item pendente de aprovacao do comprador: as parcelas
      *> recem-geradas ficam RETIDAS - nao entram na rodada de pagamentos
      *> ate a aprovacao (CS10070C libera) ou a decisao do financeiro.
       9000-retem-contas-pagar-documento section.

            move lnk-cd-usuario                     to ws-cd-usuario-operacao

            initialize                              f06400-chave
            move f05000-cd-empresa                  to f06400-cd-empresa
            move f05000-cd-filial                   to f06400-cd-filial
            move f05000-tipo-nota                   to f06400-tipo-nota
            move f05000-numero-documento            to f06400-numero-documento
            move f05000-serie-documento             to f06400-serie-documento

            perform 9000-retem-contas-pagar-nota

            string "Parcelas RETIDAS - " ws-cr-qtd-pendentes " item(ns) aguardando o comprador" into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Remove todas as parcelas a pagar do documento corrente - usada pelo
      *> cancelamento e pela regeneracao na alteracao, como
       exit.

      *>=================================================================================
      *> Confere se alguma parcela do documento corrente ja foi baixada (ainda
      *> que parcialmente, com movimento em PD08100) - e
      *> tambem se alguma aberta ja foi remetida ao banco (nosso-numero
      *> atribuido por CS10039B): refazer/apagar um titulo registrado geraria
      *> um nosso-numero novo para a mesma divida enquanto o banco ainda
                 and  f05900-chave-doc equal ws-chave-doc-duplicata

                      if   f05900-duplicata-paga
                      or   f05900-valor-baixado > zeros
                           set ws-tem-parcela-paga   to true
                           set ws-operacao-nok       to true
                      end-if
      *> saida.
       9000-lanca-estoque-item section.

      *>       Saida lancada pela primeira vez (delta positivo, item ainda sem
      *>       custo congelado) guarda o custo medio corrente da mercadoria.
            move "N"                                to ws-fl-congela-custo
            if   f05100-nota-saida
            and  ws-delta-estoque > zeros
            and  f05100-custo-medio-saida = zeros
                 set ws-congela-custo               to true
            end-if

            if   f05100-nota-saida
            or   f05100-nota-transferencia
                 compute ws-delta-estoque = 0 - ws-delta-estoque
            end-if

      *>       Kit (PD10100) nao tem saldo proprio - o movimento vai para os
      *>       componentes e a linha da nota continua sendo a do kit; o custo
      *>       congelado e a soma dos componentes antes da baixa.
            move f05100-cd-empresa                  to ws-kit-cd-empresa
            move f05100-cd-filial                   to ws-kit-cd-filial
            move f05100-cd-mercadoria               to ws-kit-cd-mercadoria
            move f05100-numero-lote                 to ws-kit-numero-lote
            move f05100-data-validade               to ws-kit-data-validade
            move f05100-cd-local                    to ws-kit-cd-local
            perform 9000-lanca-estoque-kit

            if   ws-kit-explodido
                 if   not ws-operacao-ok
                      string "Erro no saldo de componente - kit [" f05100-cd-mercadoria "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if
                 if   ws-congela-custo
                      move ws-kit-custo-medio       to f05100-custo-medio-saida
                      perform 9000-regravar-pd05100
                      if   not ws-operacao-ok
                           string "Erro de gravacao - f05100-item [" f05100-chave "]" into ws-mensagem
                           perform 9000-mensagem
                      end-if
                 end-if
                 exit section
            end-if

            initialize                              f05800-saldo-estoque
            move f05100-cd-empresa                  to f05800-cd-empresa
            move f05100-cd-filial                   to f05800-cd-filial
                 perform 9000-mensagem
            end-if

      *>       f05800 fica com o registro atualizado - saida nao mexe no custo
      *>       medio, entao e o custo da mercadoria no momento da venda.
            if   ws-congela-custo
            and  ws-operacao-ok
                 move f05800-custo-medio            to f05100-custo-medio-saida
                 perform 9000-regravar-pd05100
                 if   not ws-operacao-ok
                      string "Erro de gravacao - f05100-item [" f05100-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-if

      *>       O saldo do local do item (PD10400) acompanha o da filial.
            initialize                              f10400-saldo-local
            move f05100-cd-empresa                  to f10400-cd-empresa
            move f05100-cd-filial                   to f10400-cd-filial
            move f05100-cd-mercadoria               to f10400-cd-mercadoria
            move f05100-cd-local                    to f10400-cd-local
            perform 9000-atualiza-saldo-pd10400

            if   not ws-operacao-ok
                 string "Erro no saldo do local - mercadoria [" f10400-cd-mercadoria "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

      *>       Item com lote move tambem o saldo por lote (PD07400), com o
      *>       mesmo delta ja sinalizado - a validade do item (entradas)
      *>       define a do lote.
      *>=================================================================================
      *> Abate a quantidade do item corrente de PD05100 dos itens do pedido em
      *> uso com a mesma mercadoria, na ordem da chave (pedido com a mercadoria
      *> repetida e abatido linha a linha ate esgotar a quantidade). O que
      *> volta a faturar volta tambem para a reserva de estoque (PD10000). A
      *> varredura de PD06800 nao disputa o ponteiro de PD05100 do chamador.
       9000-estorna-item-pedido section.


                           if   f06800-quantidade-faturada
                                          not less ws-qtd-estorno-pedido
                                move ws-qtd-estorno-pedido to ws-rs-qtd-item
                                subtract ws-qtd-estorno-pedido
                                          from f06800-quantidade-faturada
                                move zeros          to ws-qtd-estorno-pedido
                           else
                                move f06800-quantidade-faturada to ws-rs-qtd-item
                                subtract f06800-quantidade-faturada
                                          from ws-qtd-estorno-pedido
                                move zeros          to f06800-quantidade-faturada
                           end-if

                           perform 9000-regravar-pd06800
                           perform 9000-reserva-item-pedido

                      end-if

                         f05100-valor-total * f06900-aliq-cofins / 100
            end-if

            perform 9000-calcula-icms-st-item

       exit.

      *>=================================================================================
      *> ICMS-ST do item corrente de nota de saida pela linha de PD09100 do
      *> NCM da mercadoria no estado do destinatario (vide CSF09100.CPY): a
      *> base e o valor do item mais IPI e acessorios rateados, acrescida da
      *> MVA; o ST e a base pela aliquota interna menos o ICMS proprio pela
      *> interestadual. Na digitacao os acessorios ainda nao foram rateados -
      *> o rateio chama esta rotina de novo. Sem linha na tabela, sem ST.
       9000-calcula-icms-st-item section.

            if   not f05100-nota-saida
                 exit section
            end-if

            move zeros                              to f05100-perc-mva-st
            move zeros                              to f05100-aliq-icms-st
            move zeros                              to f05100-base-icms-st
            move zeros                              to f05100-valor-icms-st

            move f05100-cd-mercadoria               to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1

            if   not ws-operacao-ok
            or   f00700-ncm = zeros
                 exit section
            end-if

            initialize                              f09100-icms-st
            move f00700-ncm                         to f09100-ncm
            move ws-estado-destinatario             to f09100-cd-estado
            perform 9000-ler-pd09100-ran-1

            if   not ws-operacao-ok
                 exit section
            end-if

            compute ws-st-base-calculo = f05100-valor-total
                                       + f05100-valor-ipi
                                       + f05100-valor-frete-rateado
                                       + f05100-valor-seguro-rateado
                                       + f05100-valor-outras-rateado
                                       - f05100-valor-desconto-rateado

            if   ws-st-base-calculo not > zeros
                 exit section
            end-if

            move f09100-perc-mva                    to f05100-perc-mva-st
            move f09100-aliq-interna                to f05100-aliq-icms-st

            compute f05100-base-icms-st rounded =
                    ws-st-base-calculo * (100 + f09100-perc-mva) / 100

            compute ws-st-valor-calculo rounded =
                    f05100-base-icms-st * f09100-aliq-interna / 100
                  - f05100-base-icms * f09100-aliq-interestadual / 100

            if   ws-st-valor-calculo > zeros
                 move ws-st-valor-calculo           to f05100-valor-icms-st
            end-if

       exit.

      *>=================================================================================
       copy CSR07600.cpy.
       copy CSR07700.cpy.
       copy CSR07900.cpy.
       copy CSR08000.cpy.
       copy CSR08700.cpy.
       copy CSR08800.cpy.
       copy CSR08900.cpy.
       copy CSR09100.cpy.
       copy CSR10000.cpy.
       copy CSR10100.cpy.
       copy CSR10300.cpy.
       copy CSR10400.cpy.
