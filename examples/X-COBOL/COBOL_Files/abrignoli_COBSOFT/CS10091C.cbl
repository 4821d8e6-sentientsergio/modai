      $set sourceformat"free"
       program-id. CS10091C.
      *>=================================================================================
      *>
      *>                 Referencia Cruzada de Produto do Cliente
      *>
      *>    Mantem PD10900 - para cada destinatario que manda pedido de
      *>    compra por EDI (CS10092B), o codigo de produto do proprio cliente
      *>    traduzido para a nossa mercadoria (PD00700) e a unidade em que o
      *>    cliente pede (PD05500; zero = unidade padrao da mercadoria). A
      *>    unidade precisa ter conversao para a padrao da mercadoria - fator
      *>    da mercadoria em PD05600 ou o geral da unidade em PD05500 - como
      *>    na reserva do item de pedido (CSP00902).
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
       copy CSS10900.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10091
               assign to "REL10091"
               organization is line sequential
               file status is ws-fs-rel10091.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00600.cpy.
       copy CSF00700.cpy.
       copy CSF05500.cpy.
       copy CSF05600.cpy.
       copy CSF10900.cpy.

       fd   rel10091
            record contains 132 characters.

       01   rel10091-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10091C".
       78   c-descricao-programa                   value "PRODUTOS DO CLIENTE".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-validacao                     pic x(01).
               88 ws-validacao-ok                       value "S".
               88 ws-validacao-nok                      value "N".
            03 ws-validacao-cd-mercadoria          pic 9(09).
            03 ws-validacao-cd-unidade             pic 9(09).
            03 ws-fl-unidade-ok                    pic x(01).
               88 ws-unidade-ok                         value "S".
            03 ws-chave-filial-comparacao          pic x(07).

       01   f-produto-cliente.
            03 f-cd-destinatario                   pic 9(09).
            03 f-cd-produto-cliente                pic x(20).
            03 f-cd-mercadoria                     pic 9(09).
            03 f-cd-unidade-medida                 pic 9(09).

       01   ws-relatorio.
            03 ws-fs-rel10091                       pic x(02).
            03 ws-rel-total-produtos                pic 9(05).

       01   rel10091-detalhe.
            03 filler                              pic x(06) value "Dest.:".
            03 rl-det-cd-destinatario               pic 9(09).
            03 filler                              pic x(10) value " Produto:".
            03 rl-det-cd-produto-cliente            pic x(20).
            03 filler                              pic x(07) value " Merc.:".
            03 rl-det-cd-mercadoria                 pic 9(09).
            03 filler                              pic x(01) value space.
            03 rl-det-descricao                     pic x(40).
            03 filler                              pic x(06) value " Unid:".
            03 rl-det-unidade                       pic x(06).

       01   rel10091-resumo.
            03 filler                              pic x(24) value "Produtos relacionados..:".
            03 rl-res-total                         pic zzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-produto-cliente.
            03 line 09 col 16   pic x(18) value "Destinatario.....:".
            03 line 09 col 35   pic 9(09) from f-cd-destinatario.
            03 line 11 col 16   pic x(18) value "Produto cliente..:".
            03 line 11 col 35   pic x(20) from f-cd-produto-cliente.
            03 line 13 col 16   pic x(18) value "Mercadoria.......:".
            03 line 13 col 35   pic 9(09) from f-cd-mercadoria.
            03 line 15 col 16   pic x(18) value "Unidade..........:".
            03 line 15 col 35   pic 9(09) from f-cd-unidade-medida.
            03 line 16 col 35   pic x(24) value "(0 = padrao da mercad.)".

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

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd00600
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-i-pd05500
            perform 9000-abrir-i-pd05600
            perform 9000-abrir-io-pd10900

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
            perform 9000-aceita-chave-produto

            perform 9000-monta-chave-produto
            perform 9000-ler-pd10900-ran-1
            if   ws-operacao-ok
                 string "Produto do cliente ja relacionado! [" f-cd-produto-cliente "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-aceita-mercadoria-unidade

            move "Confirma inclusao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 initialize                        f10900-produto-cliente
                 perform 9000-monta-chave-produto
                 perform 9000-move-frame-registro

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd10900

                 perform 9000-gravar-pd10900

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f10900-produto [" f10900-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela
            perform 9000-aceita-chave-produto

            perform 9000-monta-chave-produto
            perform 9000-ler-pd10900-ran-1
            if   not ws-operacao-ok
                 move "Produto do cliente nao relacionado!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
            else
                 perform 9000-move-registros-frame
                 perform 8000-controle-frame
            end-if

       exit.

      *>=================================================================================
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela
            perform 9000-aceita-chave-produto

            perform 9000-monta-chave-produto
            perform 9000-ler-pd10900-ran-1
            if   not ws-operacao-ok
                 move "Produto do cliente nao relacionado!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 9000-aceita-mercadoria-unidade

            move "Confirma alteracao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 perform 9000-monta-chave-produto
                 perform 9000-ler-pd10900-ran-1

                 if   ws-operacao-ok
                      perform 9000-move-frame-registro

                      move lnk-cd-usuario          to ws-cd-usuario-operacao
                      perform 9000-marca-auditoria-pd10900

                      perform 9000-regravar-pd10900
                 end-if

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f10900-produto [" f10900-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-exclusao section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela
            perform 9000-aceita-chave-produto

            perform 9000-monta-chave-produto
            perform 9000-ler-pd10900-ran-1
            if   not ws-operacao-ok
                 move "Produto do cliente nao relacionado!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 9000-validacao

            if   ws-validacao-ok
                 perform 9000-sleep-3s

                 move "Confirma exclusao de registro? [S/N]"   to ws-mensagem
                 perform 9000-mensagem

                 if   ws-mensagem-opcao-sim
                      perform 9000-excluir-pd10900
                 end-if
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio de produtos do cliente..." to ws-mensagem
            perform 9000-mensagem

            open output rel10091

            move zeros                              to ws-rel-total-produtos

            initialize                               f10900-chave
            move lnk-cd-empresa                      to f10900-cd-empresa
            move lnk-cd-filial                       to f10900-cd-filial
            move f10900-chave(1:7)                   to ws-chave-filial-comparacao
            perform 9000-str-pd10900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10900-seq-1

                 if   ws-operacao-ok
                 and  f10900-chave(1:7) equal ws-chave-filial-comparacao

                      move f10900-cd-destinatario    to rl-det-cd-destinatario
                      move f10900-cd-produto-cliente to rl-det-cd-produto-cliente
                      move f10900-cd-mercadoria      to rl-det-cd-mercadoria

                      move f10900-cd-mercadoria      to f00700-cd-mercadoria
                      perform 9000-ler-pd00700-ran-1
                      if   ws-operacao-ok
                           move f00700-descricao-mercadoria to rl-det-descricao
                      else
                           move spaces               to rl-det-descricao
                      end-if

                      if   f10900-cd-unidade-medida = zeros
                           move "PADRAO"             to rl-det-unidade
                      else
                           move f10900-cd-unidade-medida to f05500-cd-unidade-medida
                           perform 9000-ler-pd05500-ran-1
                           if   ws-operacao-ok
                                move f05500-sigla-unidade to rl-det-unidade
                           else
                                move "??"            to rl-det-unidade
                           end-if
                      end-if

                      write rel10091-linha           from rel10091-detalhe

                      add 1                          to ws-rel-total-produtos

                      set ws-operacao-ok             to true
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-rel-total-produtos               to rl-res-total
            write rel10091-linha                     from rel10091-resumo

            close rel10091

            string "Relatorio gerado - " ws-rel-total-produtos " produto(s)" into ws-mensagem
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
            close pd10900

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-produto-cliente

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-produto-cliente

            perform 9000-frame-padrao
            display frm-produto-cliente

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
      *> O destinatario precisa existir em PD00600 da filial da sessao - o
      *> nome e exibido ao lado do codigo, como no pedido (CS10041C).
       9000-aceita-chave-produto section.

            perform until exit

                 accept f-cd-destinatario at line 09 col 35 with update auto-skip

                 if   f-cd-destinatario <> zeros
                      initialize                   f00600-destinatario
                      move lnk-cd-empresa          to f00600-cd-empresa
                      move lnk-cd-filial           to f00600-cd-filial
                      move f-cd-destinatario       to f00600-cd-destinatario
                      perform 9000-ler-pd00600-ran-1
                      if   ws-operacao-ok
                           display f00600-nome-destinatario(1:33) at line 09 col 46
                           exit perform
                      end-if
                      string "Destinatario nao cadastrado! [" f-cd-destinatario "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-perform

            perform until f-cd-produto-cliente <> spaces
                 accept f-cd-produto-cliente at line 11 col 35 with update auto-skip
            end-perform

       exit.

      *>=================================================================================
      *> Mercadoria em PD00700 (descricao ao lado) e unidade do cliente -
      *> zero fica na padrao da mercadoria; informada, precisa existir em
      *> PD05500 e converter para a padrao (9000-confere-unidade).
       9000-aceita-mercadoria-unidade section.

            perform until exit

                 accept f-cd-mercadoria at line 13 col 35 with update auto-skip

                 if   f-cd-mercadoria <> zeros
                      move f-cd-mercadoria         to f00700-cd-mercadoria
                      perform 9000-ler-pd00700-ran-1
                      if   ws-operacao-ok
                           display f00700-descricao-mercadoria(1:33) at line 13 col 46
                           exit perform
                      end-if
                      string "Mercadoria nao cadastrada! [" f-cd-mercadoria "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-perform

            perform until exit

                 accept f-cd-unidade-medida at line 15 col 35 with update auto-skip

                 perform 9000-confere-unidade
                 if   ws-unidade-ok
                      exit perform
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Unidade do cliente contra a mercadoria em f00700: a propria padrao
      *> (ou zero) passa; outra precisa de fator da mercadoria em PD05600
      *> ou do fator geral da unidade em PD05500.
       9000-confere-unidade section.

            move "N"                                 to ws-fl-unidade-ok

            if   f-cd-unidade-medida = zeros
            or   f-cd-unidade-medida = f00700-cd-unidade-medida
                 set ws-unidade-ok                   to true
                 exit section
            end-if

            move f-cd-unidade-medida                 to f05500-cd-unidade-medida
            perform 9000-ler-pd05500-ran-1
            if   not ws-operacao-ok
                 string "Unidade nao cadastrada! [" f-cd-unidade-medida "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            display f05500-sigla-unidade at line 15 col 46

            move f-cd-mercadoria                     to f05600-cd-mercadoria
            move f-cd-unidade-medida                 to f05600-cd-unidade-medida
            perform 9000-ler-pd05600-ran-1

            if   (ws-operacao-ok and f05600-fator-conversao > zeros)
            or   f05500-fator-conversao-padrao > zeros
                 set ws-unidade-ok                   to true
            else
                 move "Unidade sem conversao para a padrao da mercadoria!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-monta-chave-produto section.

            initialize                             f10900-chave
            move lnk-cd-empresa                    to f10900-cd-empresa
            move lnk-cd-filial                     to f10900-cd-filial
            move f-cd-destinatario                 to f10900-cd-destinatario
            move f-cd-produto-cliente              to f10900-cd-produto-cliente

       exit.

      *>=================================================================================
       9000-move-frame-registro section.

            move f-cd-mercadoria                   to f10900-cd-mercadoria
            move f-cd-unidade-medida               to f10900-cd-unidade-medida

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-produto-cliente
            move f10900-cd-destinatario            to f-cd-destinatario
            move f10900-cd-produto-cliente         to f-cd-produto-cliente
            move f10900-cd-mercadoria              to f-cd-mercadoria
            move f10900-cd-unidade-medida          to f-cd-unidade-medida

            perform 9000-frame-padrao
            display frm-produto-cliente

            move f10900-cd-mercadoria              to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   ws-operacao-ok
                 display f00700-descricao-mercadoria(1:33) at line 13 col 46
            end-if

            perform 9000-monta-chave-produto
            perform 9000-ler-pd10900-ran-1

       exit.

      *>=================================================================================
      *> Confere, imediatamente antes de liberar a confirmacao de exclusao,
      *> que o registro ainda existe e nao foi alterado por outro usuario -
      *> mesmo padrao de CS10005C/9000-validacao.
       9000-validacao section.

            set ws-validacao-ok                    to true

            move f10900-cd-mercadoria              to ws-validacao-cd-mercadoria
            move f10900-cd-unidade-medida          to ws-validacao-cd-unidade

            perform 9000-monta-chave-produto
            perform 9000-ler-pd10900-ran-1

            if   not ws-operacao-ok
                 move "Produto nao localizado - pode ja ter sido excluido!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
            else
                 if   f10900-cd-mercadoria not equal ws-validacao-cd-mercadoria
                 or   f10900-cd-unidade-medida not equal ws-validacao-cd-unidade
                      move "Registro alterado por outro usuario - exclusao cancelada!" to ws-mensagem
                      perform 9000-mensagem
                      set ws-validacao-nok          to true
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
       copy CSR10900.cpy.
