      *>    contra PD05500 e classificacao NCM). E contra este arquivo que a
      *>    entrada de itens de CS10006C valida f-item-cd-mercadoria, exibindo a
      *>    descricao em vez de um numero seco.
      *>    Cada mercadoria aponta para um grupo/subgrupo de PD10200 (zeros =
      *>    sem grupo), validado aqui contra o cadastro de CS10085C.
      *>    A opcao 06 mantem a composicao de kit (PD10100): os componentes e
      *>    a quantidade de cada um por unidade padrao do kit. Composicao de
      *>    um nivel so - kit nao entra como componente de outro kit.
      *>
      *>=================================================================================
       environment division.
       copy CSS00700.cpy.
       copy CSS05500.cpy.
       copy CSS05800.cpy.
       copy CSS10100.cpy.
       copy CSS10200.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
       copy CSF00700.cpy.
       copy CSF05500.cpy.
       copy CSF05800.cpy.
       copy CSF10100.cpy.
       copy CSF10200.cpy.

       fd   rel10014
            record contains 132 characters.
               88 ws-browse-selecionado                 value "S".
            03 ws-fl-tem-movimento                 pic x(01).
               88 ws-tem-movimento                      value "S".
            03 ws-fl-componente-de-kit             pic x(01).
               88 ws-componente-de-kit                  value "S".
            03 ws-fl-mercadoria-kit                pic x(01).
               88 ws-mercadoria-kit                     value "S".
            03 ws-cd-mercadoria-verificada         pic 9(09).
            03 ws-qtd-componentes-kit              pic 9(04).
            03 ws-linha-lista                      pic 9(02).

       01   f-mercadoria.
            03 f-cd-mercadoria                     pic 9(09).
            03 f-sigla-unidade                     pic x(04).
            03 f-ncm                               pic 9(08).
            03 f-fl-controla-lote                  pic x(01).
            03 f-cd-grupo                          pic 9(04).
            03 f-cd-subgrupo                       pic 9(04).
            03 f-descricao-grupo                   pic x(30).

       01   f-composicao.
            03 f-cd-kit                            pic 9(09).
            03 f-descricao-kit                     pic x(40).
            03 f-total-componentes                 pic 9(04).
            03 f-cd-componente                     pic 9(09).
            03 f-descricao-componente              pic x(40).
            03 f-quantidade-componente             pic 9(07)v9(06).

       01   ws-lista-componente.
            03 ws-lc-cd-componente                 pic 9(09).
            03 filler                              pic x(01) value space.
            03 ws-lc-descricao                     pic x(40).
            03 filler                              pic x(01) value space.
            03 ws-lc-quantidade                    pic zzzzzz9,999999.

       01   ws-relatorio.
            03 ws-fs-rel10014                       pic x(02).
            03 rel10014-det-sigla-unidade           pic x(04) value spaces.
            03 filler                              pic x(06) value " NCM.:".
            03 rel10014-det-ncm                     pic 9(08) value zeros.
            03 filler                              pic x(01) value space.
            03 rel10014-det-kit                     pic x(03) value spaces.
            03 filler                              pic x(07) value " Grupo:".
            03 rel10014-det-cd-grupo                pic 9(04) value zeros.
            03 filler                              pic x(01) value "/".
            03 rel10014-det-cd-subgrupo             pic 9(04) value zeros.

       01   rel10014-resumo.
            03 filler                              pic x(24) value "Mercadorias listadas...:".
            03 line 17 col 34   pic 9(08) from f-ncm.
            03 line 19 col 14   pic x(19) value "Controla Lote(S/N):".
            03 line 19 col 34   pic x(01) from f-fl-controla-lote.
            03 line 20 col 14   pic x(19) value "Grupo/Subgrupo....:".
            03 line 20 col 34   pic 9(04) from f-cd-grupo.
            03 line 20 col 38   pic x(01) value "/".
            03 line 20 col 39   pic 9(04) from f-cd-subgrupo.
            03 line 20 col 45   pic x(30) from f-descricao-grupo.

       01   frm-composicao.
            03 line 11 col 15   pic x(18) value "Mercadoria Kit...:".
            03 line 11 col 34   pic 9(09) from f-cd-kit.
            03 line 11 col 45   pic x(30) from f-descricao-kit.
            03 line 12 col 02   pic x(40)
               value "Componente Descricao".
            03 line 12 col 54   pic x(11) value "Qtd. no kit".
            03 line 12 col 68   pic x(06) value "Total:".
            03 line 12 col 75   pic zzz9 from f-total-componentes.
            03 line 21 col 15   pic x(18) value "Componente.......:".
            03 line 21 col 34   pic 9(09) from f-cd-componente.
            03 line 22 col 15   pic x(18) value "Qtd. no kit......:".
            03 line 22 col 34   pic zzzzzz9,999999 from f-quantidade-componente.
            03 line 22 col 50   pic x(30) from f-descricao-componente.

       01   frm-browse-comando.
            03 line 24 col 02   pic x(45)
            initialize                             wf-opcoes-frame
            perform 9000-monta-opcoes-frame

      *>  Opcao 06 (composicao de kit) e manutencao de cadastro - segue a
      *>  permissao de alteracao.
            move "06-Composicao  "                  to wf-opcao-descricao(6)
            if   lnk-permite-manutencao
                 set wf-opcao-ativa(6)               to true
            else
                 move c-nao                          to wf-opcao-fl-ativa(6)
            end-if

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd00700
            perform 9000-abrir-i-pd05500
            perform 9000-abrir-io-pd05800
            perform 9000-abrir-io-pd10100
            perform 9000-abrir-io-pd10200

      *> Sem a tabela de unidades (carregada por CS10012B) nenhuma mercadoria
      *> pode ser incluida - mesmo corte aplicado por CS10006C na entrada.
                     perform 2100-exclusao
                when 05
                     perform 2100-relatorio
                when 06
                     perform 2100-composicao
                when 99
                     set wf-frame-retornar         to true
                when other

            accept f-ncm at line 17 col 34 with update auto-skip
            accept f-fl-controla-lote at line 19 col 34 with update auto-skip
            perform 9000-aceita-grupo-mercadoria

            move "Confirma inclusao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem
                 move f-cd-unidade-medida          to f00700-cd-unidade-medida
                 move f-ncm                        to f00700-ncm
                 move f-fl-controla-lote           to f00700-fl-controla-lote
                 move f-cd-grupo                   to f00700-cd-grupo
                 move f-cd-subgrupo                to f00700-cd-subgrupo

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd00700

            accept f-ncm at line 17 col 34 with update auto-skip
            accept f-fl-controla-lote at line 19 col 34 with update auto-skip
            perform 9000-aceita-grupo-mercadoria

            move "Confirma alteracao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem
                      move f-cd-unidade-medida     to f00700-cd-unidade-medida
                      move f-ncm                   to f00700-ncm
                      move f-fl-controla-lote      to f00700-fl-controla-lote
                      move f-cd-grupo              to f00700-cd-grupo
                      move f-cd-subgrupo           to f00700-cd-subgrupo

                      move lnk-cd-usuario          to ws-cd-usuario-operacao
                      perform 9000-marca-auditoria-pd00700
                      exit section
                 end-if

                 move f-cd-mercadoria               to ws-cd-mercadoria-verificada
                 perform 9000-verifica-uso-composicao
                 if   ws-mercadoria-kit
                 or   ws-componente-de-kit
                      move "Mercadoria usada em composicao de kit - exclusao bloqueada!" to ws-mensagem
                      perform 9000-mensagem
                      perform 8000-controle-frame
                      exit section
                 end-if

                 perform 9000-validacao

                 if   ws-validacao-ok
                      move f00700-cd-mercadoria      to rel10014-det-cd-mercadoria
                      move f00700-descricao-mercadoria to rel10014-det-descricao
                      move f00700-ncm                to rel10014-det-ncm
                      move f00700-cd-grupo           to rel10014-det-cd-grupo
                      move f00700-cd-subgrupo        to rel10014-det-cd-subgrupo

                      move f00700-cd-unidade-medida  to f05500-cd-unidade-medida
                      perform 9000-ler-pd05500-ran-1
                      end-if
                      set ws-operacao-ok             to true

                      move f00700-cd-mercadoria      to ws-kit-cd-mercadoria
                      perform 9000-carrega-componentes-kit
                      if   ws-kit-total-componentes > zeros
                           move "KIT"                to rel10014-det-kit
                      else
                           move spaces               to rel10014-det-kit
                      end-if
                      set ws-operacao-ok             to true

                      write rel10014-linha           from rel10014-detalhe

                      add 1                          to ws-rel-total-mercadorias

       exit.

      *>=================================================================================
      *> Composicao de kit: escolhida a mercadoria kit, o operador digita o
      *> codigo de um componente - novo pede a quantidade e inclui; ja
      *> existente mostra a quantidade atual, que pode ser alterada ou, com
      *> zero, exclui o componente. Componente zero volta ao menu.
       2100-composicao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-cd-mercadoria <> zeros
                 accept f-cd-mercadoria at line 11 col 34 with update auto-skip
                 if   f-cd-mercadoria = zeros
                      perform 2150-browse-mercadorias
                      if   ws-browse-selecionado
                           move f00700-cd-mercadoria to f-cd-mercadoria
                      end-if
                 end-if
            end-perform

            initialize                             f00700-mercadoria
            move f-cd-mercadoria                   to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   not ws-operacao-ok
                 string "Mercadoria nao encontrada! - [" f-cd-mercadoria "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            move f-cd-mercadoria                   to ws-cd-mercadoria-verificada
            perform 9000-verifica-uso-composicao
            if   ws-componente-de-kit
                 string "Mercadoria ja e componente de kit! [" f-cd-mercadoria "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            initialize                             f-composicao
            move f00700-cd-mercadoria              to f-cd-kit
            move f00700-descricao-mercadoria       to f-descricao-kit

            perform until exit

                 perform 2160-mostra-composicao

                 move zeros                         to f-cd-componente
                 move zeros                         to f-quantidade-componente
                 move spaces                        to f-descricao-componente
                 accept f-cd-componente at line 21 col 34 with update auto-skip

                 if   f-cd-componente = zeros
                      exit perform
                 end-if

                 perform 2170-atualiza-componente

            end-perform

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Mostra o kit e ate oito componentes (linhas 13 a 20) - o total no
      *> cabecalho indica quando a composicao passa da tela.
       2160-mostra-composicao section.

            move f-cd-kit                          to ws-kit-cd-mercadoria
            perform 9000-carrega-componentes-kit
            move ws-kit-total-componentes          to ws-qtd-componentes-kit
            move ws-kit-total-componentes          to f-total-componentes

            perform 9000-frame-padrao
            display frm-composicao

            move 13                                to ws-linha-lista

            perform varying ws-kit-idx from 1 by 1
                    until ws-kit-idx > ws-kit-total-componentes
                    or    ws-linha-lista > 20

                 move ws-kit-cd-componente(ws-kit-idx)  to ws-lc-cd-componente
                 move ws-kit-qtd-componente(ws-kit-idx) to ws-lc-quantidade

                 move ws-kit-cd-componente(ws-kit-idx)  to f00700-cd-mercadoria
                 perform 9000-ler-pd00700-ran-1
                 if   ws-operacao-ok
                      move f00700-descricao-mercadoria  to ws-lc-descricao
                 else
                      move "(mercadoria nao cadastrada)" to ws-lc-descricao
                 end-if

                 display ws-lista-componente        at line ws-linha-lista col 02

                 add 1                              to ws-linha-lista

            end-perform

       exit.

      *>=================================================================================
      *> Inclui, altera ou exclui o componente f-cd-componente do kit f-cd-kit.
       2170-atualiza-componente section.

            initialize                             f10100-componente-kit
            move f-cd-kit                          to f10100-cd-kit
            move f-cd-componente                   to f10100-cd-componente
            perform 9000-ler-pd10100-ran-1

            if   ws-operacao-ok

                 move f10100-quantidade-componente  to f-quantidade-componente
                 move f-cd-componente               to f00700-cd-mercadoria
                 perform 9000-ler-pd00700-ran-1
                 if   ws-operacao-ok
                      move f00700-descricao-mercadoria(1:30) to f-descricao-componente
                 end-if
                 display frm-composicao

                 accept f-quantidade-componente at line 22 col 34 with update auto-skip

                 if   f-quantidade-componente = zeros
                      move "Confirma exclusao do componente? [S/N]" to ws-mensagem
                      perform 9000-mensagem
                      if   ws-mensagem-opcao-sim
                           perform 9000-excluir-pd10100
                           if   not ws-operacao-ok
                                string "Erro de exclusao - f10100-componente [" f10100-cd-componente "]" into ws-mensagem
                                perform 9000-mensagem
                           end-if
                      end-if
                      exit section
                 end-if

                 move "Confirma alteracao da quantidade? [S/N]" to ws-mensagem
                 perform 9000-mensagem
                 if   ws-mensagem-opcao-sim
                      move f-quantidade-componente  to f10100-quantidade-componente
                      move lnk-cd-usuario           to ws-cd-usuario-operacao
                      perform 9000-marca-auditoria-pd10100
                      perform 9000-regravar-pd10100
                      if   not ws-operacao-ok
                           string "Erro de gravacao - f10100-componente [" f10100-cd-componente "]" into ws-mensagem
                           perform 9000-mensagem
                      end-if
                 end-if

                 exit section

            end-if

            if   f-cd-componente = f-cd-kit
                 move "Kit nao pode ser componente de si mesmo!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f-cd-componente                   to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   not ws-operacao-ok
                 string "Mercadoria nao encontrada! - [" f-cd-componente "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if
            move f00700-descricao-mercadoria(1:30) to f-descricao-componente

            move f-cd-componente                   to ws-kit-cd-mercadoria
            perform 9000-carrega-componentes-kit
            if   ws-kit-total-componentes > zeros
                 string "Componente e kit - composicao de um nivel! [" f-cd-componente "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

      *>    O primeiro componente transforma a mercadoria em kit - que deixa
      *>    de ter saldo proprio; com movimento ja lancado, o saldo antigo
      *>    ficaria orfao em PD05800.
            if   ws-qtd-componentes-kit = zeros
                 perform 9000-verifica-mercadoria-tem-movimento
                 if   ws-tem-movimento
                      move "Mercadoria com movimento de estoque - nao pode virar kit!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
            end-if

            if   ws-qtd-componentes-kit not less 50
                 move "Kit ja tem o maximo de 50 componentes!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            display frm-composicao

            perform until f-quantidade-componente > zeros
                 accept f-quantidade-componente at line 22 col 34 with update auto-skip
            end-perform

            move "Confirma inclusao do componente? [S/N]"  to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 initialize                        f10100-componente-kit
                 move f-cd-kit                     to f10100-cd-kit
                 move f-cd-componente              to f10100-cd-componente
                 move f-quantidade-componente      to f10100-quantidade-componente
                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd10100
                 perform 9000-gravar-pd10100
                 if   not ws-operacao-ok
                      string "Erro de gravacao - f10100-componente [" f10100-cd-componente "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Percorre as mercadorias permitindo ao operador rolar (N/A) em vez de
      *> digitar o codigo exato - mesmo comando N/A/S/F de CS10005C.
            close pd00700
            close pd05500
            close pd05800
            close pd10100
            close pd10200

       exit.
      *>=================================================================================
            move f00700-cd-unidade-medida          to f-cd-unidade-medida
            move f00700-ncm                        to f-ncm
            move f00700-fl-controla-lote           to f-fl-controla-lote
            move f00700-cd-grupo                   to f-cd-grupo
            move f00700-cd-subgrupo                to f-cd-subgrupo

            move f00700-cd-grupo                   to ws-gr-cd-grupo
            move f00700-cd-subgrupo                to ws-gr-cd-subgrupo
            perform 9000-descreve-grupo
            move ws-gr-descricao                   to f-descricao-grupo

            move f00700-cd-unidade-medida          to f05500-cd-unidade-medida
            perform 9000-ler-pd05500-ran-1

       exit.

      *>=================================================================================
      *> Grupo/subgrupo da mercadoria - zero no grupo deixa sem grupo; do
      *> contrario a combinacao precisa existir em PD10200 (subgrupo zero e
      *> o proprio grupo).
       9000-aceita-grupo-mercadoria section.

            perform until exit

                 accept f-cd-grupo at line 20 col 34 with update auto-skip

                 if   f-cd-grupo = zeros
                      move zeros                    to f-cd-subgrupo
                 else
                      accept f-cd-subgrupo at line 20 col 39 with update auto-skip
                 end-if

                 move f-cd-grupo                    to ws-gr-cd-grupo
                 move f-cd-subgrupo                 to ws-gr-cd-subgrupo
                 perform 9000-descreve-grupo
                 move ws-gr-descricao               to f-descricao-grupo

                 perform 8000-tela

                 if   ws-operacao-ok
                      exit perform
                 end-if

                 string "Grupo nao cadastrado! [" f-cd-grupo "/" f-cd-subgrupo "]" into ws-mensagem
                 perform 9000-mensagem

            end-perform

       exit.

      *>=================================================================================
      *> Confere se a mercadoria corrente ja movimentou estoque em alguma
      *> filial antes de liberar a exclusao - PD05800 guarda uma linha por

       exit.

      *>=================================================================================
      *> Confere se ws-cd-mercadoria-verificada aparece na composicao de kit
      *> (PD10100), como kit ou como componente - a chave e por kit, entao o
      *> papel de componente so sai da varredura completa.
       9000-verifica-uso-composicao section.

            move "N"                                 to ws-fl-componente-de-kit
            move "N"                                 to ws-fl-mercadoria-kit

            initialize                               f10100-chave
            perform 9000-str-pd10100-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10100-seq-1

                 if   ws-operacao-ok
                      if   f10100-cd-kit equal ws-cd-mercadoria-verificada
                           set ws-mercadoria-kit     to true
                      end-if
                      if   f10100-cd-componente equal ws-cd-mercadoria-verificada
                           set ws-componente-de-kit  to true
                           set ws-operacao-nok       to true
                      end-if
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Confere, imediatamente antes de liberar a confirmacao de exclusao, que o
      *> registro ainda existe e nao foi alterado por outro usuario desde que foi
       copy CSR00700.cpy.
       copy CSR05500.cpy.
       copy CSR05800.cpy.
       copy CSR10100.cpy.
       copy CSR10200.cpy.
