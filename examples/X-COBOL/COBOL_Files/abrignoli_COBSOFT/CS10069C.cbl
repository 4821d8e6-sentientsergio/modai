      $set sourceformat"free"
       program-id. CS10069C.
      *>=================================================================================
      *>
      *>                         Cadastro de Pedidos de Compra
      *>
      *>    Mantem PD08700/PD08800 - o que foi encomendado ao fornecedor, o
      *>    espelho de CS10041C no lado da compra: fornecedor em PD00600,
      *>    mercadoria em PD00700, unidade em PD05500/PD05600, com a
      *>    quantidade tambem guardada na unidade padrao da mercadoria. O
      *>    recebimento acontece na entrada da nota (CS10006C/CS10031B), que
      *>    confere cada item contra as linhas em aberto do pedido e acumula
      *>    a quantidade recebida, marcando o pedido PARCIAL ou RECEBIDO;
      *>    divergencias alem da tolerancia vao para a aprovacao do
      *>    comprador (CS10070C). Pedido com recebimento iniciado nao se
      *>    altera nem se exclui - cancela-se, e o registro permanece.
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
       copy CSS08700.cpy.
       copy CSS08800.cpy.

      *>   Saida de nome fixo, fora do catalogo de spool (PD06300) - mesma
      *>   postura do relatorio de pedidos de venda (CS10041C).
           select rel10069
               assign to "REL10069"
               organization is line sequential
               file status is ws-fs-rel10069.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00600.cpy.
       copy CSF00700.cpy.
       copy CSF05500.cpy.
       copy CSF05600.cpy.
       copy CSF08700.cpy.
       copy CSF08800.cpy.

       fd   rel10069
            record contains 132 characters.

       01   rel10069-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10069C".
       78   c-descricao-programa                   value "PEDIDOS DE COMPRA".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-chave-pedido-comparacao          pic x(16).
            03 ws-id-sequencia                     pic 9(09).
            03 ws-fl-item-abandonado                pic x(01).
               88 ws-item-abandonado                     value "S".
               88 ws-item-nao-abandonado                 value "N".
            03 ws-linha-tela                       pic 9(02).

       01   f-pedido.
            03 f-numero-pedido                     pic 9(09).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-data-pedido                       pic 9(08).
            03 f-data-entrega-prevista             pic 9(08).
            03 f-valor-total                       pic 9(09)v9(02).
            03 f-situacao                          pic x(10).

       01   f-item-pedido.
            03 f-item-sequencia                    pic 9(09).
            03 f-item-cd-mercadoria                pic 9(09).
            03 f-item-cd-unidade-medida            pic 9(09).
            03 f-item-quantidade                   pic 9(09)v9(06).
            03 f-item-valor-unitario               pic 9(09)v9(06).
            03 f-item-valor-total                  pic 9(09)v9(02).

       01   ws-linha-item.
            03 ws-li-sequencia                      pic 9(04).
            03 filler                               pic x(06) value " Merc:".
            03 ws-li-cd-mercadoria                  pic 9(09).
            03 filler                               pic x(05) value " Qtd:".
            03 ws-li-quantidade                     pic zzzzzz9,999999.
            03 filler                               pic x(06) value " Rec.:".
            03 ws-li-quantidade-recebida            pic zzzzzz9,999999.
            03 filler                               pic x(07) value " Valor:".
            03 ws-li-valor-total                    pic zzz.zzz.zz9,99.

       01   ws-relatorio.
            03 ws-fs-rel10069                       pic x(02).
            03 ws-rel-total-pedidos                 pic 9(07).

       01   rel10069-detalhe.
            03 filler                              pic x(08) value "Pedido.:".
            03 rp-det-numero-pedido                 pic 9(09).
            03 filler                              pic x(06) value " Data:".
            03 rp-det-data-pedido                   pic 9(08).
            03 filler                              pic x(06) value " Forn:".
            03 rp-det-cd-fornecedor                 pic 9(09).
            03 filler                              pic x(01) value space.
            03 rp-det-nome-fornecedor               pic x(30) value spaces.
            03 filler                              pic x(06) value " Entr:".
            03 rp-det-data-entrega-prevista         pic 9(08).
            03 filler                              pic x(07) value " Valor:".
            03 rp-det-valor-total                   pic zzz.zzz.zz9,99.
            03 filler                              pic x(06) value " Sit.:".
            03 rp-det-fl-situacao                   pic x(01).

       01   rel10069-resumo.
            03 filler                              pic x(24) value "Pedidos listados.......:".
            03 rp-res-total                         pic zzzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-pedido.
            03 line 09 col 18   pic x(15) value "Numero Pedido.:".
            03 line 09 col 34   pic 9(09) from f-numero-pedido.
            03 line 11 col 16   pic x(18) value "Codigo Fornecedor:".
            03 line 11 col 34   pic 9(09) from f-cd-fornecedor.
            03 line 13 col 21   pic x(12) value "Data Pedido:".
            03 line 13 col 34   pic 9(08) from f-data-pedido.
            03 line 13 col 46   pic x(17) value "Entrega Prevista:".
            03 line 13 col 63   pic 9(08) from f-data-entrega-prevista.
            03 line 15 col 19   pic x(14) value "Valor Total..:".
            03 line 15 col 34   pic zzz.zzz.zz9,99 from f-valor-total.
            03 line 17 col 24   pic x(09) value "Situacao:".
            03 line 17 col 34   pic x(10) from f-situacao.

       01   frm-item-pedido.
            03 line 11 col 19   pic x(14) value "Sequencia....:".
            03 line 11 col 34   pic 9(09) from f-item-sequencia.
            03 line 13 col 13   pic x(21) value "Codigo Mercadoria...:".
            03 line 13 col 34   pic 9(09) from f-item-cd-mercadoria.
            03 line 15 col 15   pic x(18) value "Unidade de Medida:".
            03 line 15 col 34   pic 9(09) from f-item-cd-unidade-medida.
            03 line 17 col 18   pic x(16) value "Quantidade.....:".
            03 line 17 col 34   pic zzzzzz9,999999 from f-item-quantidade.
            03 line 19 col 18   pic x(16) value "Valor Unitario.:".
            03 line 19 col 34   pic zzzzzz9,999999 from f-item-valor-unitario.
            03 line 21 col 18   pic x(16) value "Valor do Item..:".
            03 line 21 col 34   pic zzz.zzz.zz9,99 from f-item-valor-total.

      *>=================================================================================
       procedure division using lnk-par.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            initialize                             wf-opcoes-frame
            perform 9000-monta-opcoes-frame

      *>  Opcao 06 (cancelar) compartilha a permissao de exclusao, como em
      *>  CS10041C - a exclusao fisica (04) so vale para pedido ABERTO.
            move "06-Cancelar    "                  to wf-opcao-descricao(6)
            if   lnk-permite-exclusao
                 set wf-opcao-ativa(6)               to true
            else
                 move c-nao                          to wf-opcao-fl-ativa(6)
            end-if

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd00600
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-i-pd05500
            perform 9000-abrir-i-pd05600
            perform 9000-abrir-io-pd08700
            perform 9000-abrir-io-pd08800

       exit.

      *>=================================================================================
       2000-processamento section.

            perform until wf-frame-retornar

                 evaluate wf-frame
                      when 0
                           perform 8000-tela
                           perform 8000-controle-frame
                      when 9
                           perform 2999-controle-frame
                      when other
                           move "Frame invalido!"   to ws-mensagem
                           perform 9000-mensagem
                 end-evaluate

            end-perform

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-incluir
                when 02
                     perform 2100-consulta
                when 03
                     perform 2100-manutencao
                when 04
                     perform 2100-exclusao
                when 05
                     perform 2100-relatorio
                when 06
                     perform 2100-cancelamento
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-numero-pedido <> zeros
                 accept f-numero-pedido at line 09 col 34 with update auto-skip
            end-perform

            initialize                             f08700-pedido-compra
            move lnk-cd-empresa                    to f08700-cd-empresa
            move lnk-cd-filial                     to f08700-cd-filial
            move f-numero-pedido                   to f08700-numero-pedido
            perform 9000-ler-pd08700-ran-1
            if   ws-operacao-ok
                 string "Numero de pedido ja utilizado! [" f-numero-pedido "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

      *>       O fornecedor precisa existir no cadastro PD00600 - o mesmo
      *>       codigo que vai como destinatario na nota de entrada.
            perform until exit

                 accept f-cd-fornecedor at line 11 col 34 with update auto-skip

                 if   f-cd-fornecedor <> zeros
                      initialize                   f00600-destinatario
                      move lnk-cd-empresa          to f00600-cd-empresa
                      move lnk-cd-filial           to f00600-cd-filial
                      move f-cd-fornecedor         to f00600-cd-destinatario
                      perform 9000-ler-pd00600-ran-1
                      if   ws-operacao-ok
                           display f00600-nome-destinatario(1:33) at line 11 col 46
                           exit perform
                      end-if
                      string "Fornecedor nao cadastrado! [" f-cd-fornecedor "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-perform

            move function current-date(1:8)        to f-data-pedido
            display f-data-pedido at line 13 col 34

      *>       Entrega prevista e informativa (acompanhamento do comprador) -
      *>       zeros = sem data combinada.
            accept f-data-entrega-prevista at line 13 col 63 with update auto-skip

            move "Confirma inclusao do pedido? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   not ws-mensagem-opcao-sim
                 perform 8000-controle-frame
                 exit section
            end-if

            initialize                             f08700-pedido-compra
            move lnk-cd-empresa                    to f08700-cd-empresa
            move lnk-cd-filial                     to f08700-cd-filial
            move f-numero-pedido                   to f08700-numero-pedido
            move f-cd-fornecedor                   to f08700-cd-fornecedor
            move f-data-pedido                     to f08700-data-pedido
            move f-data-entrega-prevista           to f08700-data-entrega-prevista
            set f08700-pedido-aberto               to true

            move lnk-cd-usuario                    to ws-cd-usuario-operacao
            perform 9000-marca-auditoria-pd08700

            perform 9000-gravar-pd08700

            if   not ws-operacao-ok
                 string "Erro de gravacao - f08700-pedido [" f08700-chave "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            move zeros                             to ws-id-sequencia
            move zeros                             to f-valor-total

            perform until exit

                 initialize                        f-item-pedido
                 add 1                              to ws-id-sequencia
                 move ws-id-sequencia               to f-item-sequencia

                 perform 8000-tela-item

      *>       A mercadoria precisa existir no cadastro PD00700. Zeros encerra
      *>       a digitacao de itens.
                 perform until exit

                      accept f-item-cd-mercadoria at line 13 col 34 with update auto-skip

                      if   f-item-cd-mercadoria = zeros
                           exit perform
                      end-if

                      move f-item-cd-mercadoria      to f00700-cd-mercadoria
                      perform 9000-ler-pd00700-ran-1
                      if   ws-operacao-ok
                           display f00700-descricao-mercadoria(1:33) at line 13 col 44
                           exit perform
                      end-if

                      string "Mercadoria nao cadastrada! [" f-item-cd-mercadoria "]" into ws-mensagem
                      perform 9000-mensagem

                 end-perform

                 if   f-item-cd-mercadoria = zeros
                      exit perform
                 end-if

                 set ws-item-nao-abandonado         to true

                 perform until exit

                      accept f-item-cd-unidade-medida at line 15 col 34 with update auto-skip

                      if   f-item-cd-unidade-medida = zeros
                           set ws-item-abandonado    to true
                           exit perform
                      end-if

                      move f-item-cd-unidade-medida  to f05500-cd-unidade-medida
                      perform 9000-ler-pd05500-ran-1
                      if   ws-operacao-ok
                           exit perform
                      end-if

                 end-perform

                 if   ws-item-abandonado
                      exit perform
                 end-if

                 accept f-item-quantidade at line 17 col 34 with update auto-skip
                 accept f-item-valor-unitario at line 19 col 34 with update auto-skip

                 compute f-item-valor-total = f-item-quantidade * f-item-valor-unitario

                 perform 8000-tela-item

                 initialize                        f08800-item-pedido-compra
                 move lnk-cd-empresa                to f08800-cd-empresa
                 move lnk-cd-filial                 to f08800-cd-filial
                 move f-numero-pedido               to f08800-numero-pedido
                 move ws-id-sequencia               to f08800-sequencia
                 move f-item-cd-mercadoria          to f08800-cd-mercadoria
                 move f-item-cd-unidade-medida       to f08800-cd-unidade-medida
                 move f-item-quantidade             to f08800-quantidade
                 move f-item-valor-unitario          to f08800-valor-unitario
                 move f-item-valor-total             to f08800-valor-total
                 move zeros                         to f08800-quantidade-recebida
                 perform 9000-converte-quantidade-padrao

                 move lnk-cd-usuario                to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd08800

                 perform 9000-gravar-pd08800

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f08800-item [" f08800-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 else
                      add f-item-valor-total          to f-valor-total
                 end-if

            end-perform

            move f-valor-total                     to f08700-valor-total

            move lnk-cd-usuario                    to ws-cd-usuario-operacao
            perform 9000-marca-auditoria-pd08700

            perform 9000-regravar-pd08700

            perform 9000-move-registros-frame
            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-numero-pedido <> zeros
                 accept f-numero-pedido at line 09 col 34 with update auto-skip
            end-perform

            perform 9000-monta-chave-pedido
            perform 9000-ler-pd08700-ran-1
            if   not ws-operacao-ok
                 move "Pedido nao encontrado!"      to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame
            perform 9000-lista-itens-tela
            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Alteracao de item (quantidade/valor unitario) - somente pedido ainda
      *> ABERTO: com recebimento iniciado a quantidade ja conferida contra a
      *> linha nao pode mudar de base, mesma postura de CS10041C.
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-numero-pedido <> zeros
                 accept f-numero-pedido at line 09 col 34 with update auto-skip
            end-perform

            perform 9000-monta-chave-pedido
            perform 9000-ler-pd08700-ran-1
            if   not ws-operacao-ok
                 move "Pedido nao encontrado!"      to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            if   not f08700-pedido-aberto
                 move "Pedido com recebimento iniciado - alteracao bloqueada!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform until exit

                 move "Sequencia do item a alterar (0 encerra):" to ws-mensagem
                 perform 9000-mensagem

                 move zeros                        to f-item-sequencia
                 accept f-item-sequencia at line 11 col 34 with update auto-skip

                 if   f-item-sequencia = zeros
                      exit perform
                 end-if

                 initialize                        f08800-chave
                 move lnk-cd-empresa                to f08800-cd-empresa
                 move lnk-cd-filial                 to f08800-cd-filial
                 move f-numero-pedido               to f08800-numero-pedido
                 move f-item-sequencia              to f08800-sequencia
                 perform 9000-ler-pd08800-ran-1

                 if   not ws-operacao-ok
                      string "Item nao encontrado! [" f-item-sequencia "]" into ws-mensagem
                      perform 9000-mensagem
                 else
                      move f08800-cd-mercadoria      to f-item-cd-mercadoria
                      move f08800-cd-unidade-medida   to f-item-cd-unidade-medida
                      move f08800-quantidade         to f-item-quantidade
                      move f08800-valor-unitario      to f-item-valor-unitario
                      move f08800-valor-total         to f-item-valor-total

                      perform 8000-tela-item

                      accept f-item-quantidade at line 17 col 34 with update auto-skip
                      accept f-item-valor-unitario at line 19 col 34 with update auto-skip

                      compute f-item-valor-total = f-item-quantidade * f-item-valor-unitario

                      perform 8000-tela-item

                      move "Confirma alteracao do item? [S/N]" to ws-mensagem
                      perform 9000-mensagem

                      if   ws-mensagem-opcao-sim
                           move f-item-quantidade     to f08800-quantidade
                           move f-item-valor-unitario  to f08800-valor-unitario
                           move f-item-valor-total     to f08800-valor-total
                           perform 9000-converte-quantidade-padrao

                           move lnk-cd-usuario        to ws-cd-usuario-operacao
                           perform 9000-marca-auditoria-pd08800

                           perform 9000-regravar-pd08800

                           if   not ws-operacao-ok
                                string "Erro de gravacao - f08800-item [" f08800-chave "]" into ws-mensagem
                                perform 9000-mensagem
                           end-if
                      end-if
                 end-if

            end-perform

            perform 9000-retotaliza-pedido

            move lnk-cd-usuario                    to ws-cd-usuario-operacao
            perform 9000-marca-auditoria-pd08700

            perform 9000-regravar-pd08700

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Exclusao fisica - somente pedido ainda ABERTO (nada recebido contra
      *> ele). Os itens saem junto.
       2100-exclusao section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-numero-pedido <> zeros
                 accept f-numero-pedido at line 09 col 34 with update auto-skip
            end-perform

            perform 9000-monta-chave-pedido
            perform 9000-ler-pd08700-ran-1
            if   not ws-operacao-ok
                 move "Pedido nao encontrado!"      to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            if   not f08700-pedido-aberto
                 move "Pedido com recebimento iniciado - use 06-Cancelar!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            move "Confirma exclusao do pedido? [S/N]"   to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 perform 9000-excluir-itens-pedido
                 perform 9000-excluir-pd08700
                 if   not ws-operacao-ok
                      string "Erro de exclusao - f08700-pedido [" f08700-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Cancela um pedido sem apaga-lo - o saldo ainda nao recebido deixa de
      *> ser esperado e as notas seguintes do fornecedor nao conferem mais
      *> contra ele. O ato fica registrado em PD00900 com o responsavel.
       2100-cancelamento section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-numero-pedido <> zeros
                 accept f-numero-pedido at line 09 col 34 with update auto-skip
            end-perform

            perform 9000-monta-chave-pedido
            perform 9000-ler-pd08700-ran-1
            if   not ws-operacao-ok
                 move "Pedido nao encontrado!"      to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            if   f08700-pedido-cancelado
                 move "Pedido ja esta cancelado!"   to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            if   f08700-pedido-recebido
                 move "Pedido ja totalmente recebido!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            move "Confirma CANCELAMENTO do pedido? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 set f08700-pedido-cancelado        to true

                 move lnk-cd-usuario                to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd08700

                 perform 9000-regravar-pd08700

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f08700-pedido [" f08700-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 else
                      string "Pedido de compra CANCELADO - [" f-numero-pedido "]" into ws-mensagem
                      perform 9000-gravar-pd00900
                      perform 9000-mensagem
                 end-if

            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Relatorio dos pedidos de compra da empresa/filial da sessao, com o
      *> nome do fornecedor resolvido em PD00600.
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio de pedidos de compra..." to ws-mensagem
            perform 9000-mensagem

            open output rel10069

            move zeros                              to ws-rel-total-pedidos

            initialize                               f08700-chave
            move lnk-cd-empresa                      to f08700-cd-empresa
            move lnk-cd-filial                       to f08700-cd-filial

            perform 9000-str-pd08700-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08700-seq-1

                 if   ws-operacao-ok
                 and  f08700-cd-empresa equal lnk-cd-empresa
                 and  f08700-cd-filial  equal lnk-cd-filial

                      move f08700-numero-pedido      to rp-det-numero-pedido
                      move f08700-data-pedido        to rp-det-data-pedido
                      move f08700-cd-fornecedor      to rp-det-cd-fornecedor
                      move f08700-data-entrega-prevista to rp-det-data-entrega-prevista
                      move f08700-valor-total        to rp-det-valor-total
                      move f08700-fl-situacao        to rp-det-fl-situacao

                      initialize                     f00600-destinatario
                      move f08700-cd-empresa         to f00600-cd-empresa
                      move f08700-cd-filial          to f00600-cd-filial
                      move f08700-cd-fornecedor      to f00600-cd-destinatario
                      perform 9000-ler-pd00600-ran-1
                      if   ws-operacao-ok
                           move f00600-nome-destinatario to rp-det-nome-fornecedor
                      else
                           move spaces               to rp-det-nome-fornecedor
                      end-if
                      set ws-operacao-ok             to true

                      write rel10069-linha           from rel10069-detalhe

                      add 1                          to ws-rel-total-pedidos

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-rel-total-pedidos                to rp-res-total
            write rel10069-linha                     from rel10069-resumo

            close rel10069

            string "Relatorio gerado - " ws-rel-total-pedidos " pedido(s)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd00600
            close pd00700
            close pd05500
            close pd05600
            close pd08700
            close pd08800

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-pedido

       exit.

      *>=================================================================================
       8000-tela-item section.

            perform 9000-frame-padrao
            display frm-item-pedido

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-pedido
            initialize                             f-item-pedido

            perform 9000-frame-padrao
            display frm-pedido

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
       9000-monta-chave-pedido section.

            initialize                             f08700-chave
            move lnk-cd-empresa                    to f08700-cd-empresa
            move lnk-cd-filial                     to f08700-cd-filial
            move f-numero-pedido                   to f08700-numero-pedido

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-pedido
            move f08700-numero-pedido              to f-numero-pedido
            move f08700-cd-fornecedor              to f-cd-fornecedor
            move f08700-data-pedido                to f-data-pedido
            move f08700-data-entrega-prevista      to f-data-entrega-prevista
            move f08700-valor-total                to f-valor-total

            evaluate true
                 when f08700-pedido-aberto
                      move "ABERTO"                 to f-situacao
                 when f08700-pedido-parcial
                      move "PARCIAL"                to f-situacao
                 when f08700-pedido-recebido
                      move "RECEBIDO"               to f-situacao
                 when f08700-pedido-cancelado
                      move "CANCELADO"              to f-situacao
                 when other
                      move spaces                   to f-situacao
            end-evaluate

            perform 9000-frame-padrao
            display frm-pedido

       exit.

      *>=================================================================================
      *> Lista os itens do pedido corrente nas linhas livres da tela, com a
      *> quantidade ja recebida (unidade padrao) ao lado da pedida.
       9000-lista-itens-tela section.

            initialize                              f08800-chave
            move f08700-cd-empresa                  to f08800-cd-empresa
            move f08700-cd-filial                   to f08800-cd-filial
            move f08700-numero-pedido               to f08800-numero-pedido
            move f08800-chave-pedido                to ws-chave-pedido-comparacao

            perform 9000-str-pd08800-ge

            move 18                                 to ws-linha-tela

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08800-seq-1

                 if   ws-operacao-ok
                 and  f08800-chave-pedido equal ws-chave-pedido-comparacao

                      add 1                          to ws-linha-tela

                      move f08800-sequencia          to ws-li-sequencia
                      move f08800-cd-mercadoria      to ws-li-cd-mercadoria
                      move f08800-quantidade-padrao  to ws-li-quantidade
                      move f08800-quantidade-recebida to ws-li-quantidade-recebida
                      move f08800-valor-total        to ws-li-valor-total

                      if   ws-linha-tela < 23
                           display ws-linha-item at line ws-linha-tela col 02
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Recompoe f08700-valor-total da soma dos itens - usado apos a
      *> alteracao de itens, como em CS10041C.
       9000-retotaliza-pedido section.

            move zeros                              to f08700-valor-total

            initialize                              f08800-chave
            move f08700-cd-empresa                  to f08800-cd-empresa
            move f08700-cd-filial                   to f08800-cd-filial
            move f08700-numero-pedido               to f08800-numero-pedido
            move f08800-chave-pedido                to ws-chave-pedido-comparacao

            perform 9000-str-pd08800-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08800-seq-1

                 if   ws-operacao-ok
                 and  f08800-chave-pedido equal ws-chave-pedido-comparacao

                      add f08800-valor-total         to f08700-valor-total

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       9000-excluir-itens-pedido section.

            initialize                              f08800-chave
            move f08700-cd-empresa                  to f08800-cd-empresa
            move f08700-cd-filial                   to f08800-cd-filial
            move f08700-numero-pedido               to f08800-numero-pedido
            move f08800-chave-pedido                to ws-chave-pedido-comparacao

            perform 9000-str-pd08800-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08800-seq-1

                 if   ws-operacao-ok
                 and  f08800-chave-pedido equal ws-chave-pedido-comparacao

                      perform 9000-excluir-pd08800

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Quantidade do item na unidade padrao da mercadoria - a mesma regra
      *> de 9000-converte-quantidade-padrao de CS10006C (fator especifico em
      *> PD05600, senao o fator geral da unidade em PD05500). E nesta unidade
      *> que a nota de entrada e conferida contra o pedido, qualquer que seja
      *> a unidade faturada pelo fornecedor.
       9000-converte-quantidade-padrao section.

            move f08800-cd-mercadoria               to f05600-cd-mercadoria
            move f08800-cd-unidade-medida           to f05600-cd-unidade-medida
            perform 9000-ler-pd05600-ran-1

            if   ws-operacao-ok
                 compute f08800-quantidade-padrao = f08800-quantidade
                                                   * f05600-fator-conversao
            else
                 move f08800-cd-unidade-medida       to f05500-cd-unidade-medida
                 perform 9000-ler-pd05500-ran-1
                 if   ws-operacao-ok
                      compute f08800-quantidade-padrao = f08800-quantidade
                                                        * f05500-fator-conversao-padrao
                 else
                      move f08800-quantidade         to f08800-quantidade-padrao
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00600.cpy.
       copy CSR00700.cpy.
       copy CSR05500.cpy.
       copy CSR05600.cpy.
       copy CSR08700.cpy.
       copy CSR08800.cpy.
