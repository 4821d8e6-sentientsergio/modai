            03 ws-fl-cadastro-vazio                 pic x(01).
               88 ws-cadastro-vazio                      value "S".
            03 ws-opcao-menu                        pic 9(02).
            03 ws-fl-pagina-menu                    pic x(01).
               88 ws-menu-complementar                  value "C".
            03 ws-nome-programa-chamado             pic x(08).
            03 ws-nome-usuario-sessao               pic x(40).
            03 ws-razao-social-sessao               pic x(55).
            03 line 15 col 40   pic x(26) value "19 - Transportadoras".
            03 line 16 col 40   pic x(26) value "20 - Vendedores".
            03 line 17 col 40   pic x(26) value "21 - Calendario".
            03 line 17 col 10   pic x(26) value "22 - Mais opcoes".
            03 line 18 col 10   pic x(26) value "99 - Encerrar sessao".
            03 line 19 col 10   pic x(07) value "Opcao.:".
            03 line 19 col 18   pic 9(02) using ws-opcao-menu.

      *> Segunda pagina do menu (opcao 22 alterna entre as duas) - as mesmas
      *> posicoes da primeira, com as posicoes ainda livres em branco para
      *> cobrir o texto da outra pagina. Qualquer opcao vale em qualquer
      *> pagina; a pagina so muda o que esta a vista.
       01   frm-menu-complementar.
            03 line 07 col 10   pic x(26) value "23 - Condicoes Pagamento".
            03 line 08 col 10   pic x(26) value "24 - Contas Bancarias".
            03 line 09 col 10   pic x(26) value "25 - Tesouraria".
            03 line 10 col 10   pic x(26) value "26 - Plano de Contas".
            03 line 11 col 10   pic x(26) value "27 - Regras Contabeis".
            03 line 12 col 10   pic x(26) value "28 - Pedidos de Compra".
            03 line 13 col 10   pic x(26) value "29 - Aprovar Recebimento".
            03 line 14 col 10   pic x(26) value "30 - Parametros Reposicao".
            03 line 15 col 10   pic x(26) value "31 - Carta de Correcao".
            03 line 16 col 10   pic x(26) value "32 - Romaneio de Carga".
            03 line 07 col 40   pic x(26) value "33 - Conhecimento Frete".
            03 line 08 col 40   pic x(26) value "34 - Metas de Vendedores".
            03 line 09 col 40   pic x(26) value "35 - Regua de Cobranca".
            03 line 10 col 40   pic x(26) value "36 - Contatos Cobranca".
            03 line 11 col 40   pic x(26) value "37 - Grupos de Mercadoria".
            03 line 12 col 40   pic x(26) value "38 - Locais de Estoque".
            03 line 13 col 40   pic x(26) value "39 - Movimentacao Locais".
            03 line 14 col 40   pic x(26) value "40 - Bens do Ativo (CIAP)".
            03 line 15 col 40   pic x(26) value "41 - Produtos do Cliente".
            03 line 16 col 40   pic x(26) value "42 - Painel de Operacoes".
            03 line 17 col 40   pic x(26) value spaces.
            03 line 17 col 10   pic x(26) value "22 - Menu principal".
            03 line 18 col 10   pic x(26) value "99 - Encerrar sessao".
            03 line 19 col 10   pic x(07) value "Opcao.:".
            03 line 19 col 18   pic 9(02) using ws-opcao-menu.
       1000-inicializacao section.

            move "N"                                to ws-fl-identificado
            move space                              to ws-fl-pagina-menu

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-i-pd00150
                      when 21
                           move "CS10054C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 22
                           if   ws-menu-complementar
                                move space          to ws-fl-pagina-menu
                           else
                                set ws-menu-complementar to true
                           end-if
                      when 23
                           move "CS10060C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 24
                           move "CS10061C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 25
                           move "CS10062C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 26
                           move "CS10065C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 27
                           move "CS10066C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 28
                           move "CS10069C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 29
                           move "CS10070C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 30
                           move "CS10071C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 31
                           move "CS10073C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 32
                           move "CS10075C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 33
                           move "CS10077C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 34
                           move "CS10079C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 35
                           move "CS10081C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 36
                           move "CS10082C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 37
                           move "CS10085C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 38
                           move "CS10086C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 39
                           move "CS10087C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 40
                           move "CS10088C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 41
                           move "CS10091C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 42
                           move "CS10094C"          to ws-nome-programa-chamado
                           perform 8100-chama-programa
                      when 99
                           exit perform
                      when other
            display ws-razao-social-sessao(1:43)    at line 05 col 36

            move zeros                              to ws-opcao-menu
            if   ws-menu-complementar
                 display frm-menu-complementar
            else
                 display frm-menu-principal
            end-if
            accept ws-opcao-menu at line 19 col 18 with update auto-skip

       exit.
