               88 ws-pd05700-aberto                      value "S".
            03 ws-fl-pd06900-aberto                  pic x(01).
               88 ws-pd06900-aberto                      value "S".
            03 ws-fl-pd09100-aberto                  pic x(01).
               88 ws-pd09100-aberto                      value "S".

      *> Resultado de 9000-verifica-competencia-fechada (CSR06000.CPY) - quem
      *> chama monta empresa/filial/competencia em f06000-chave antes.
      *>     rotina consome (zera) apos aplicar.
            03 ws-lote-data-validade                 pic 9(08).

      *> Reserva de estoque do item de pedido (CSP00902.CPY / CSR10000.CPY) -
      *> o chamador deixa o delta (com sinal) na unidade do item de PD06800
      *> em ws-rs-qtd-item; a rotina converte para a unidade padrao em
      *> ws-rs-qtd-padrao. ws-rs-qtd-disponivel devolve o disponivel para
      *> promessa (saldo de PD05800 menos reserva de PD10000).
       01   ws-controle-reserva.
            03 ws-rs-qtd-item                        pic s9(09)v9(06).
            03 ws-rs-qtd-padrao                      pic s9(09)v9(06).
            03 ws-rs-qtd-reservada                   pic s9(09)v9(06).
            03 ws-rs-qtd-disponivel                  pic s9(09)v9(06).

      *> Kit e seus componentes (PD10100) - 9000-carrega-componentes-kit
      *> (CSR10100.CPY) enche a tabela a partir de ws-kit-cd-mercadoria;
      *> 9000-lanca-estoque-kit (CSP00903.CPY) move o estoque dos componentes
      *> com o delta do kit em ws-delta-estoque, empresa/filial/lote/local
      *> aqui, e devolve em ws-kit-custo-medio o custo de uma unidade do kit
      *> (soma do custo medio de cada componente pela quantidade no kit).
       01   ws-controle-kit.
            03 ws-kit-cd-empresa                     pic 9(03).
            03 ws-kit-cd-filial                      pic 9(04).
            03 ws-kit-cd-mercadoria                  pic 9(09).
            03 ws-kit-numero-lote                    pic x(10).
            03 ws-kit-data-validade                  pic 9(08).
            03 ws-kit-cd-local                       pic 9(03).
            03 ws-kit-fl-explodido                   pic x(01).
               88 ws-kit-explodido                       value "S".
            03 ws-kit-delta                          pic s9(09)v9(06).
            03 ws-kit-valor-entrada                  pic 9(09)v9(02).
            03 ws-kit-custo-medio                    pic 9(09)v9(06).
            03 ws-kit-peso-total                     pic 9(11)v9(06).
            03 ws-kit-montaveis                      pic s9(09)v9(06).
            03 ws-kit-montaveis-componente           pic s9(09)v9(06).
            03 ws-kit-erros                          pic 9(04).
            03 ws-kit-descartados                    pic 9(04).
            03 ws-kit-idx                            pic 9(04).
       01   ws-tab-componentes-kit.
            03 ws-kit-total-componentes              pic 9(04).
            03 ws-kit-componente                     occurs 50.
               05 ws-kit-cd-componente               pic 9(09).
               05 ws-kit-qtd-componente              pic 9(07)v9(06).
               05 ws-kit-peso                        pic 9(11)v9(06).

      *> Grupo/subgrupo de mercadoria (PD10200) nos relatorios com quebra
      *> por grupo - ws-gr-fl-quebra vem do parametro do job; a chave
      *> corrente e a anterior controlam subtotal e salto de pagina;
      *> 9000-proximo-grupo-relatorio (CSP00904.CPY) percorre os grupos e
      *> termina no "(sem grupo)".
       01   ws-controle-grupo.
            03 ws-gr-fl-quebra                       pic x(01).
               88 ws-gr-quebra-grupo                     value "S".
            03 ws-gr-chave.
               05 ws-gr-cd-grupo                     pic 9(04).
               05 ws-gr-cd-subgrupo                  pic 9(04).
            03 ws-gr-chave-num redefines ws-gr-chave pic 9(08).
            03 ws-gr-chave-anterior                  pic 9(08).
            03 ws-gr-descricao                       pic x(40).
            03 ws-gr-fl-fim                          pic x(01).
               88 ws-gr-fim                              value "S".
            03 ws-gr-fl-sem-grupo                    pic x(01).
               88 ws-gr-sem-grupo                        value "S".
            03 ws-gr-fl-pertence                     pic x(01).
               88 ws-gr-pertence                         value "S".
            03 ws-gr-qtd-linhas                      pic 9(07).

      *> Local de estoque (PD10300) - empresa/filial/local de entrada de
      *> 9000-local-padrao-filial e 9000-descreve-local (CSR10300.CPY).
       01   ws-controle-local.
            03 ws-loc-cd-empresa                     pic 9(03).
            03 ws-loc-cd-filial                      pic 9(04).
            03 ws-loc-cd-local                       pic 9(03).
            03 ws-loc-descricao                      pic x(30).
            03 ws-loc-fl-tem-locais                  pic x(01).
               88 ws-loc-tem-locais                      value "S".

      *> Deltas aplicados por 9000-acumula-pd06100 (CSR06100.CPY) - o chamador
      *> monta a chave em f06100-chave e os deltas (com sinal) aqui.
       01   ws-controle-total-mensal.
            03 ws-sp-parametros                      pic x(20).
            03 ws-sp-qtd-registros                   pic 9(07).

      *> Entrada/saida de 9000-calcula-vencimentos-condicao (CSR08000.CPY) -
      *> quem gera parcelas le a condicao em f08000-condicao-pagamento, monta
      *> data-base/valor total aqui e recebe vencimento/valor por parcela.
       01   ws-controle-condicao.
            03 ws-cp-data-base                       pic 9(08).
            03 ws-cp-valor-total                     pic 9(09)v9(02).
            03 ws-cp-qtd-parcelas                    pic 9(02).
            03 ws-cp-parcelas.
               05 ws-cp-parcela                      occurs 12.
                  07 ws-cp-vencimento                pic 9(08).
                  07 ws-cp-valor                     pic 9(09)v9(02).
            03 ws-cp-idx                             pic 9(02).
            03 ws-cp-soma-perc                       pic 9(05)v9(02).
            03 ws-cp-soma-valor                      pic 9(11)v9(02).
            03 ws-cp-dias-base                       pic 9(09).
            03 ws-cp-dias-calc                       pic 9(09).
            03 ws-cp-data-calc                       pic 9(08).
            03 filler redefines ws-cp-data-calc.
               05 ws-cp-ano-calc                     pic 9(04).
               05 ws-cp-mes-calc                     pic 9(02).
               05 ws-cp-dia-calc                     pic 9(02).

      *> Entrada de 9000-registra-movimento-baixa (CSR08100.CPY) - quem baixa
      *> (total ou parcialmente) uma parcela monta aqui a chave da parcela e
      *> os valores do movimento antes de chamar; a sequencia gravada volta
      *> em ws-bx-sequencia.
       01   ws-controle-baixa.
            03 ws-bx-chave-parcela                   pic x(23).
            03 ws-bx-fl-carteira                     pic x(01).
            03 ws-bx-cd-destinatario                 pic 9(09).
            03 ws-bx-data-movimento                  pic 9(08).
            03 ws-bx-valor-principal                 pic 9(09)v9(02).
            03 ws-bx-valor-juros-multa               pic 9(09)v9(02).
            03 ws-bx-valor-desconto                  pic 9(09)v9(02).
            03 ws-bx-fl-origem                       pic x(01).
            03 ws-bx-sequencia                       pic 9(03).
            03 ws-bx-cd-conta                        pic 9(03).

      *> Entrada de 9000-registra-movimento-tesouraria (CSR08300.CPY) e de
      *> 9000-localiza-conta-tesouraria (CSR08200.CPY) - conta, data,
      *> natureza e valor do movimento; a sequencia gravada volta em
      *> ws-ts-sequencia.
       01   ws-controle-tesouraria.
            03 ws-ts-cd-empresa                      pic 9(03).
            03 ws-ts-cd-filial                       pic 9(04).
            03 ws-ts-cd-conta                        pic 9(03).
            03 ws-ts-data-movimento                  pic 9(08).
            03 ws-ts-fl-natureza                     pic x(01).
            03 ws-ts-valor                           pic 9(11)v9(02).
            03 ws-ts-fl-origem                       pic x(01).
            03 ws-ts-fl-tipo-manual                  pic x(01).
            03 ws-ts-historico                       pic x(40).
            03 ws-ts-chave-referencia                pic x(26).
            03 ws-ts-documento                       pic x(15).
            03 ws-ts-sequencia                       pic 9(05).
            03 ws-ts-fl-uso-conta                    pic x(01).
               88 ws-ts-busca-padrao                     value "P".
               88 ws-ts-busca-cobranca                   value "C".
            03 ws-ts-cd-conta-padrao                 pic 9(03).
            03 ws-ts-cd-conta-ativa                  pic 9(03).
      *>     9000-saldo-conta-tesouraria: entra com o saldo inicial da conta
      *>     em ws-ts-saldo e a data dele em ws-ts-data-inicial; sai com o
      *>     saldo no fim do dia ws-ts-data-limite.
            03 ws-ts-data-inicial                    pic 9(08).
            03 ws-ts-data-limite                     pic 9(08).
            03 ws-ts-saldo                           pic s9(13)v9(02).

      *> Entrada/saida de 9000-confere-item-pedido-compra (CSR08900.CPY) -
      *> quem grava um item de nota de entrada deixa aqui o pedido de compra
      *> informado (zeros = procurar nos pedidos em aberto do fornecedor) e
      *> le o resultado do item; os contadores acumulam pela nota inteira
      *> (quem chama zera antes do primeiro item).
       01   ws-controle-recebimento.
            03 ws-cr-numero-pedido                   pic 9(09).
            03 ws-cr-fl-resultado                    pic x(01).
               88 ws-cr-item-conferido                   value "C".
               88 ws-cr-item-pendente                    value "P".
               88 ws-cr-item-sem-pedido                  value "S".
            03 ws-cr-qtd-conferidos                  pic 9(05).
            03 ws-cr-qtd-pendentes                   pic 9(05).
            03 ws-cr-fl-tem-pedido                   pic x(01).
               88 ws-cr-tem-pedido                       value "S".
            03 ws-cr-fl-linha-saldo                  pic x(01).
               88 ws-cr-linha-com-saldo                  value "S".
            03 ws-cr-fl-operacao-salva               pic x(01).
            03 ws-cr-chave-linha                     pic x(25).
            03 ws-cr-chave-pedido-comparacao         pic x(16).
            03 ws-cr-chave-doc-comparacao            pic x(30).
            03 ws-cr-saldo-linha                     pic s9(09)v9(06).
            03 ws-cr-quantidade-nota                 pic 9(09)v9(06).
            03 ws-cr-preco-nota                      pic 9(09)v9(06).
            03 ws-cr-preco-pedido                    pic 9(09)v9(06).
            03 ws-cr-perc-desvio                     pic 9(07)v9(02).
            03 ws-cr-limite-quantidade               pic 9(11)v9(06).
            03 ws-cr-tol-quantidade                  pic 9(03)v9(02).
            03 ws-cr-tol-preco                       pic 9(03)v9(02).
            03 ws-cr-fl-quantidade-ok                pic x(01).
               88 ws-cr-quantidade-ok                    value "S".
            03 ws-cr-fl-preco-ok                     pic x(01).
               88 ws-cr-preco-ok                         value "S".
            03 ws-cr-fl-algo-recebido                pic x(01).
               88 ws-cr-algo-recebido                    value "S".
            03 ws-cr-fl-saldo-aberto                 pic x(01).
               88 ws-cr-saldo-aberto                     value "S".

      *> Painel de operacoes (CSP00905.CPY) - quem chama monta empresa/filial
      *> em ws-po-cd-empresa/ws-po-cd-filial e recebe, por indicador, a
      *> descricao, a quantidade e a situacao verde/vermelho. Com
      *> ws-po-idx-lista apontando um indicador, a apuracao dele entrega
      *> cada linha do detalhamento em ws-po-texto-lista a
      *> 9000-po-recebe-lista, section do proprio programa chamador.
       01   ws-controle-painel.
            03 ws-po-cd-empresa                      pic 9(03).
            03 ws-po-cd-filial                       pic 9(04).
            03 ws-po-data-hoje                       pic 9(08).
            03 ws-po-data-ontem                      pic 9(08).
            03 ws-po-competencia-atual               pic 9(06).
            03 ws-po-dias                            pic 9(08).
            03 ws-po-idx                             pic 9(02).
            03 ws-po-idx-lista                       pic 9(02).
            03 ws-po-fl-fim                          pic x(01).
               88 ws-po-fim                              value "S".
            03 ws-po-qtd-graves                      pic 9(07).
            03 ws-po-qtd-lidos                       pic 9(07).
            03 ws-po-data-ultima                     pic 9(08).
            03 ws-po-contador                        pic 9(03).
            03 ws-po-chave-comparacao                pic x(09).
            03 ws-po-valor                           pic s9(09)v9(06).
            03 ws-po-valor-editado                   pic -zzzzzzzz9,999.
            03 ws-po-texto-lista                     pic x(76).
            03 ws-po-indicador                       occurs 10.
               05 ws-po-descricao                    pic x(30).
               05 ws-po-quantidade                   pic 9(07).
               05 ws-po-fl-situacao                  pic x(01).
                  88 ws-po-verde                         value "V".
                  88 ws-po-vermelho                      value "R".
            03 ws-po-total-competencias              pic 9(03).
            03 ws-po-idx-competencia                 pic 9(03).
            03 ws-po-competencia-nova                pic 9(06).
            03 ws-po-competencia                     pic 9(06) occurs 120.

       01   ws-status-arquivos.
            03 ws-fs-pd00900                        pic x(02).
            03 ws-fs-pd00100                        pic x(02).
            03 ws-fs-pd07700                        pic x(02).
            03 ws-fs-pd07800                        pic x(02).
            03 ws-fs-pd07900                        pic x(02).
            03 ws-fs-pd08000                        pic x(02).
            03 ws-fs-pd08100                        pic x(02).
            03 ws-fs-pd08200                        pic x(02).
            03 ws-fs-pd08300                        pic x(02).
            03 ws-fs-pd08400                        pic x(02).
            03 ws-fs-pd08500                        pic x(02).
            03 ws-fs-pd08600                        pic x(02).
            03 ws-fs-pd08700                        pic x(02).
            03 ws-fs-pd08800                        pic x(02).
            03 ws-fs-pd08900                        pic x(02).
            03 ws-fs-pd09000                        pic x(02).
            03 ws-fs-pd09100                        pic x(02).
            03 ws-fs-pd09200                        pic x(02).
            03 ws-fs-pd09300                        pic x(02).
            03 ws-fs-pd09400                        pic x(02).
            03 ws-fs-pd09500                        pic x(02).
            03 ws-fs-pd09600                        pic x(02).
            03 ws-fs-pd09700                        pic x(02).
            03 ws-fs-pd09800                        pic x(02).
            03 ws-fs-pd09900                        pic x(02).
            03 ws-fs-pd10000                        pic x(02).
            03 ws-fs-pd10100                        pic x(02).
            03 ws-fs-pd10200                        pic x(02).
            03 ws-fs-pd10300                        pic x(02).
            03 ws-fs-pd10400                        pic x(02).
            03 ws-fs-pd10500                        pic x(02).
            03 ws-fs-pd10600                        pic x(02).
            03 ws-fs-pd10700                        pic x(02).
            03 ws-fs-pd10800                        pic x(02).
            03 ws-fs-pd10900                        pic x(02).
