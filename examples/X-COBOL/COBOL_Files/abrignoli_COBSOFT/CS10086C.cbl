      $set sourceformat"free"
       program-id. CS10086C.
      *>=================================================================================
      *>
      *>                     Locais de Estoque da Filial
      *>
      *>    Mantem PD10300 - os enderecos de armazenagem da filial da sessao
      *>    (deposito, loja/showroom, quarentena) em que o saldo por local
      *>    (PD10400) e aberto. Um so local da filial e o padrao: marcar um
      *>    novo padrao desmarca o anterior, e quarentena nunca e padrao.
      *>    Local com saldo em PD10400 nao sai do cadastro - transfira o
      *>    saldo antes em CS10087C.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS10300.cpy.
       copy CSS10400.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10086
               assign to "REL10086"
               organization is line sequential
               file status is ws-fs-rel10086.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF10300.cpy.
       copy CSF10400.cpy.

       fd   rel10086
            record contains 132 characters.

       01   rel10086-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10086C".
       78   c-descricao-programa                   value "LOCAIS DE ESTOQUE".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-validacao                     pic x(01).
               88 ws-validacao-ok                       value "S".
               88 ws-validacao-nok                      value "N".
            03 ws-validacao-descricao              pic x(30).
            03 ws-fl-local-com-saldo               pic x(01).
               88 ws-local-com-saldo                    value "S".
            03 ws-chave-filial-comparacao          pic x(07).

       01   f-local-estoque.
            03 f-cd-local                          pic 9(03).
            03 f-descricao-local                   pic x(30).
            03 f-fl-tipo-local                     pic x(01).
               88 f-tipo-local-valido                   value "D" "L" "Q".
               88 f-local-quarentena                    value "Q".
            03 f-fl-padrao                         pic x(01).
               88 f-padrao-valido                       value "S" "N".
               88 f-local-padrao                        value "S".

       01   ws-relatorio.
            03 ws-fs-rel10086                       pic x(02).
            03 ws-rel-total-locais                  pic 9(05).

       01   rel10086-detalhe.
            03 filler                              pic x(06) value "Local:".
            03 rl-det-cd-local                      pic 9(03).
            03 filler                              pic x(01) value space.
            03 rl-det-descricao                     pic x(30).
            03 filler                              pic x(07) value " Tipo:".
            03 rl-det-tipo                          pic x(10).
            03 filler                              pic x(01) value space.
            03 rl-det-padrao                        pic x(06).

       01   rel10086-resumo.
            03 filler                              pic x(24) value "Locais da filial.......:".
            03 rl-res-total                         pic zzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-local-estoque.
            03 line 09 col 16   pic x(18) value "Local............:".
            03 line 09 col 35   pic 9(03) from f-cd-local.
            03 line 11 col 16   pic x(18) value "Descricao........:".
            03 line 11 col 35   pic x(30) from f-descricao-local.
            03 line 13 col 16   pic x(18) value "Tipo.............:".
            03 line 13 col 35   pic x(01) from f-fl-tipo-local.
            03 line 13 col 38   pic x(34) value "(D=Deposito L=Loja Q=Quarentena)".
            03 line 14 col 16   pic x(18) value "Local padrao.....:".
            03 line 14 col 35   pic x(01) from f-fl-padrao.
            03 line 14 col 38   pic x(05) value "(S/N)".

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
            perform 9000-abrir-io-pd10300
            perform 9000-abrir-io-pd10400

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
            perform 9000-aceita-chave-local

            perform 9000-monta-chave-local
            perform 9000-ler-pd10300-ran-1
            if   ws-operacao-ok
                 string "Local ja cadastrado! [" f-cd-local "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform until f-descricao-local <> spaces
                 accept f-descricao-local at line 11 col 35 with update auto-skip
            end-perform

            move "D"                               to f-fl-tipo-local
            move "N"                               to f-fl-padrao
            perform 9000-aceita-tipo-padrao

            move "Confirma inclusao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 if   f-local-padrao
                      perform 9000-desmarca-padrao-anterior
                 end-if

                 initialize                        f10300-local-estoque
                 perform 9000-monta-chave-local
                 perform 9000-move-frame-registro

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd10300

                 perform 9000-gravar-pd10300

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f10300-local [" f10300-chave "]" into ws-mensagem
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
            perform 9000-aceita-chave-local

            perform 9000-monta-chave-local
            perform 9000-ler-pd10300-ran-1
            if   not ws-operacao-ok
                 move "Local nao encontrado!"       to ws-mensagem
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
            perform 9000-aceita-chave-local

            perform 9000-monta-chave-local
            perform 9000-ler-pd10300-ran-1
            if   not ws-operacao-ok
                 move "Local nao encontrado!"       to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform with test after until f-descricao-local <> spaces
                 accept f-descricao-local at line 11 col 35 with update auto-skip
            end-perform

            perform 9000-aceita-tipo-padrao

            move "Confirma alteracao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

      *>         A desmarcacao do padrao anterior passa por outros registros
      *>         da filial - o local em tela e relido antes de regravar.
                 if   f-local-padrao
                      perform 9000-desmarca-padrao-anterior
                 end-if

                 perform 9000-monta-chave-local
                 perform 9000-ler-pd10300-ran-1

                 if   ws-operacao-ok
                      perform 9000-move-frame-registro

                      move lnk-cd-usuario          to ws-cd-usuario-operacao
                      perform 9000-marca-auditoria-pd10300

                      perform 9000-regravar-pd10300
                 end-if

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f10300-local [" f10300-chave "]" into ws-mensagem
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
            perform 9000-aceita-chave-local

            perform 9000-monta-chave-local
            perform 9000-ler-pd10300-ran-1
            if   not ws-operacao-ok
                 move "Local nao encontrado!"       to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 9000-verifica-saldo-local
            if   ws-local-com-saldo
                 move "Local com saldo - transfira o estoque antes!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-validacao

            if   ws-validacao-ok
                 perform 9000-sleep-3s

                 move "Confirma exclusao de registro? [S/N]"   to ws-mensagem
                 perform 9000-mensagem

                 if   ws-mensagem-opcao-sim
                      perform 9000-excluir-pd10300
                 end-if
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio de locais de estoque..." to ws-mensagem
            perform 9000-mensagem

            open output rel10086

            move zeros                              to ws-rel-total-locais

            initialize                               f10300-chave
            move lnk-cd-empresa                      to f10300-cd-empresa
            move lnk-cd-filial                       to f10300-cd-filial
            move f10300-chave(1:7)                   to ws-chave-filial-comparacao
            perform 9000-str-pd10300-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10300-seq-1

                 if   ws-operacao-ok
                 and  f10300-chave(1:7) equal ws-chave-filial-comparacao

                      move f10300-cd-local           to rl-det-cd-local
                      move f10300-descricao-local    to rl-det-descricao
                      evaluate true
                           when f10300-local-deposito
                                move "DEPOSITO"      to rl-det-tipo
                           when f10300-local-loja
                                move "LOJA"          to rl-det-tipo
                           when f10300-local-quarentena
                                move "QUARENTENA"    to rl-det-tipo
                           when other
                                move spaces          to rl-det-tipo
                      end-evaluate
                      if   f10300-local-padrao
                           move "PADRAO"             to rl-det-padrao
                      else
                           move spaces               to rl-det-padrao
                      end-if
                      write rel10086-linha           from rel10086-detalhe

                      add 1                          to ws-rel-total-locais

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-rel-total-locais                 to rl-res-total
            write rel10086-linha                     from rel10086-resumo

            close rel10086

            string "Relatorio gerado - " ws-rel-total-locais " local(is)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd10300
            close pd10400

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-local-estoque

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-local-estoque

            perform 9000-frame-padrao
            display frm-local-estoque

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
      *> Local zero nao se cadastra - e o saldo sem endereco de PD10400.
       9000-aceita-chave-local section.

            perform until f-cd-local <> zeros
                 accept f-cd-local at line 09 col 35 with update auto-skip
            end-perform

       exit.

      *>=================================================================================
       9000-aceita-tipo-padrao section.

            perform with test after until f-tipo-local-valido
                 accept f-fl-tipo-local at line 13 col 35 with update auto-skip
                 move function upper-case(f-fl-tipo-local) to f-fl-tipo-local
            end-perform

            perform with test after until f-padrao-valido
                 accept f-fl-padrao at line 14 col 35 with update auto-skip
                 move function upper-case(f-fl-padrao) to f-fl-padrao
                 if   f-local-padrao
                 and  f-local-quarentena
                      move "Quarentena nao pode ser o local padrao!" to ws-mensagem
                      perform 9000-mensagem
                      move "N"                      to f-fl-padrao
                      display f-fl-padrao at line 14 col 35
                 end-if
            end-perform

       exit.

      *>=================================================================================
       9000-monta-chave-local section.

            initialize                             f10300-chave
            move lnk-cd-empresa                    to f10300-cd-empresa
            move lnk-cd-filial                     to f10300-cd-filial
            move f-cd-local                        to f10300-cd-local

       exit.

      *>=================================================================================
       9000-move-frame-registro section.

            move f-descricao-local                 to f10300-descricao-local
            move f-fl-tipo-local                   to f10300-fl-tipo-local
            move f-fl-padrao                       to f10300-fl-padrao

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-local-estoque
            move f10300-cd-local                   to f-cd-local
            move f10300-descricao-local            to f-descricao-local
            move f10300-fl-tipo-local              to f-fl-tipo-local
            if   f10300-local-padrao
                 move "S"                          to f-fl-padrao
            else
                 move "N"                          to f-fl-padrao
            end-if

            perform 9000-frame-padrao
            display frm-local-estoque

       exit.

      *>=================================================================================
      *> Um padrao por filial: desmarca qualquer outro local da filial que
      *> esteja como padrao.
       9000-desmarca-padrao-anterior section.

            initialize                               f10300-chave
            move lnk-cd-empresa                      to f10300-cd-empresa
            move lnk-cd-filial                       to f10300-cd-filial
            move f10300-chave(1:7)                   to ws-chave-filial-comparacao
            perform 9000-str-pd10300-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10300-seq-1

                 if   ws-operacao-ok
                 and  f10300-chave(1:7) equal ws-chave-filial-comparacao
                      if   f10300-local-padrao
                      and  f10300-cd-local not equal f-cd-local
                           move "N"                  to f10300-fl-padrao
                           move lnk-cd-usuario       to ws-cd-usuario-operacao
                           perform 9000-marca-auditoria-pd10300
                           perform 9000-regravar-pd10300
                      end-if
                      set ws-operacao-ok             to true
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Varre PD10400 da filial (chave mercadoria + local) atras de saldo
      *> diferente de zero no local em tela.
       9000-verifica-saldo-local section.

            move "N"                                 to ws-fl-local-com-saldo

            initialize                               f10400-chave
            move lnk-cd-empresa                      to f10400-cd-empresa
            move lnk-cd-filial                       to f10400-cd-filial
            move f10400-chave(1:7)                   to ws-chave-filial-comparacao
            perform 9000-str-pd10400-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10400-seq-1

                 if   ws-operacao-ok
                 and  f10400-chave(1:7) equal ws-chave-filial-comparacao
                      if   f10400-cd-local equal f-cd-local
                      and  f10400-saldo-padrao not equal zeros
                           set ws-local-com-saldo    to true
                           set ws-operacao-nok       to true
                      end-if
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            perform 9000-monta-chave-local
            perform 9000-ler-pd10300-ran-1

       exit.

      *>=================================================================================
      *> Confere, imediatamente antes de liberar a confirmacao de exclusao,
      *> que o registro ainda existe e nao foi alterado por outro usuario -
      *> mesmo padrao de CS10005C/9000-validacao.
       9000-validacao section.

            set ws-validacao-ok                    to true

            move f10300-descricao-local            to ws-validacao-descricao

            perform 9000-monta-chave-local
            perform 9000-ler-pd10300-ran-1

            if   not ws-operacao-ok
                 move "Local nao localizado - pode ja ter sido excluido!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
            else
                 if   f10300-descricao-local not equal ws-validacao-descricao
                      move "Registro alterado por outro usuario - exclusao cancelada!" to ws-mensagem
                      perform 9000-mensagem
                      set ws-validacao-nok          to true
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR10300.cpy.
       copy CSR10400.cpy.
