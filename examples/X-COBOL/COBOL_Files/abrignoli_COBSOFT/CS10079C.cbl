      $set sourceformat"free"
       program-id. CS10079C.
      *>=================================================================================
      *>
      *>                     Metas Mensais de Venda por Vendedor
      *>
      *>    Mantem PD09700 - a meta de faturamento de cada vendedor (PD07600)
      *>    por competencia (aaaamm). Mercadoria zero e a meta geral do
      *>    vendedor no mes; informar uma mercadoria (PD00700) cria o
      *>    desdobramento opcional da meta por produto. A realizacao contra
      *>    estas metas e apurada pelo lote CS10079B.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00700.cpy.
       copy CSS07600.cpy.
       copy CSS09700.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10079
               assign to "REL10079"
               organization is line sequential
               file status is ws-fs-rel10079.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00700.cpy.
       copy CSF07600.cpy.
       copy CSF09700.cpy.

       fd   rel10079
            record contains 132 characters.

       01   rel10079-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10079C".
       78   c-descricao-programa                   value "METAS DE VENDEDORES".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-validacao                     pic x(01).
               88 ws-validacao-ok                       value "S".
               88 ws-validacao-nok                      value "N".
            03 ws-validacao-valor-meta             pic 9(11)v9(02).
            03 ws-fl-chave-ok                      pic x(01).
               88 ws-chave-ok                           value "S".
            03 ws-mes-competencia                  pic 9(02).

       01   f-meta-vendedor.
            03 f-cd-vendedor                       pic 9(09).
            03 f-nome-vendedor                     pic x(40).
            03 f-ano-mes                           pic 9(06).
            03 f-cd-mercadoria                     pic 9(09).
            03 f-descricao-mercadoria              pic x(40).
            03 f-valor-meta                        pic 9(11)v9(02).

       01   ws-relatorio.
            03 ws-fs-rel10079                       pic x(02).
            03 ws-rel-total-metas                   pic 9(05).

       01   rel10079-detalhe.
            03 filler                              pic x(10) value "Vendedor.:".
            03 rm-det-cd-vendedor                   pic 9(09).
            03 filler                              pic x(01) value space.
            03 rm-det-nome                          pic x(30) value spaces.
            03 filler                              pic x(07) value " Comp.:".
            03 rm-det-ano-mes                       pic 9(06).
            03 filler                              pic x(07) value " Merc.:".
            03 rm-det-cd-mercadoria                 pic 9(09).
            03 filler                              pic x(01) value space.
            03 rm-det-descricao                     pic x(30) value spaces.
            03 filler                              pic x(06) value " Meta:".
            03 rm-det-valor-meta                    pic zz.zzz.zzz.zz9,99.

       01   rel10079-resumo.
            03 filler                              pic x(24) value "Metas listadas.........:".
            03 rm-res-total                         pic zzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-meta-vendedor.
            03 line 09 col 16   pic x(18) value "Codigo Vendedor..:".
            03 line 09 col 35   pic 9(09) from f-cd-vendedor.
            03 line 10 col 35   pic x(40) from f-nome-vendedor.
            03 line 12 col 13   pic x(21) value "Competencia (aaaamm):".
            03 line 12 col 35   pic 9(06) from f-ano-mes.
            03 line 14 col 16   pic x(18) value "Mercadoria.......:".
            03 line 14 col 35   pic 9(09) from f-cd-mercadoria.
            03 line 14 col 46   pic x(20) value "(zero = meta geral)".
            03 line 15 col 35   pic x(40) from f-descricao-mercadoria.
            03 line 17 col 16   pic x(18) value "Valor da Meta....:".
            03 line 17 col 35   pic zz.zzz.zzz.zz9,99 from f-valor-meta.

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
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-io-pd07600
            perform 9000-abrir-io-pd09700

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

            perform 9000-aceita-chave
            if   not ws-chave-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-monta-chave-meta
            perform 9000-ler-pd09700-ran-1
            if   ws-operacao-ok
                 move "Meta ja cadastrada para vendedor/competencia/mercadoria!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform until f-valor-meta <> zeros
                 accept f-valor-meta at line 17 col 35 with update auto-skip
            end-perform

            move "Confirma inclusao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 initialize                        f09700-meta-vendedor
                 perform 9000-monta-chave-meta
                 move f-valor-meta                 to f09700-valor-meta

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd09700

                 perform 9000-gravar-pd09700

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f09700-meta-vendedor [" f09700-chave "]" into ws-mensagem
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

            perform 9000-aceita-chave
            if   not ws-chave-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-monta-chave-meta
            perform 9000-ler-pd09700-ran-1
            if   not ws-operacao-ok
                 move "Meta nao encontrada!"        to ws-mensagem
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

            perform 9000-aceita-chave
            if   not ws-chave-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-monta-chave-meta
            perform 9000-ler-pd09700-ran-1
            if   not ws-operacao-ok
                 move "Meta nao encontrada!"        to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            accept f-valor-meta at line 17 col 35 with update auto-skip
            perform until f-valor-meta <> zeros
                 accept f-valor-meta at line 17 col 35 with update auto-skip
            end-perform

            move "Confirma alteracao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 move f-valor-meta                 to f09700-valor-meta

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd09700

                 perform 9000-regravar-pd09700

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f09700-meta-vendedor [" f09700-chave "]" into ws-mensagem
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

            perform 9000-aceita-chave
            if   not ws-chave-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-monta-chave-meta
            perform 9000-ler-pd09700-ran-1
            if   not ws-operacao-ok
                 move "Meta nao encontrada!"        to ws-mensagem
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
                      perform 9000-excluir-pd09700
                 end-if
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio de metas..."   to ws-mensagem
            perform 9000-mensagem

            open output rel10079

            move zeros                              to ws-rel-total-metas

            initialize                               f09700-chave
            move lnk-cd-empresa                      to f09700-cd-empresa
            move lnk-cd-filial                       to f09700-cd-filial

            perform 9000-str-pd09700-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09700-seq-1

                 if   ws-operacao-ok
                 and  f09700-cd-empresa equal lnk-cd-empresa
                 and  f09700-cd-filial  equal lnk-cd-filial

                      move f09700-cd-vendedor        to rm-det-cd-vendedor
                      move f09700-ano-mes            to rm-det-ano-mes
                      move f09700-cd-mercadoria      to rm-det-cd-mercadoria
                      move f09700-valor-meta         to rm-det-valor-meta

                      perform 9000-descricoes-meta
                      move f-nome-vendedor           to rm-det-nome
                      move f-descricao-mercadoria    to rm-det-descricao

                      write rel10079-linha           from rel10079-detalhe

                      add 1                          to ws-rel-total-metas

                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-rel-total-metas                  to rm-res-total
            write rel10079-linha                     from rel10079-resumo

            close rel10079

            string "Relatorio gerado - " ws-rel-total-metas " meta(s)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd00700
            close pd07600
            close pd09700

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-meta-vendedor

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-meta-vendedor

            perform 9000-frame-padrao
            display frm-meta-vendedor

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
      *> Vendedor (cadastrado em PD07600), competencia valida e mercadoria
      *> opcional (zero = meta geral; se informada, cadastrada em PD00700).
       9000-aceita-chave section.

            move "N"                               to ws-fl-chave-ok

            perform until f-cd-vendedor <> zeros
                 accept f-cd-vendedor at line 09 col 35 with update auto-skip
            end-perform

            initialize                             f07600-chave
            move lnk-cd-empresa                    to f07600-cd-empresa
            move lnk-cd-filial                     to f07600-cd-filial
            move f-cd-vendedor                     to f07600-cd-vendedor
            perform 9000-ler-pd07600-ran-1
            if   not ws-operacao-ok
                 move "Vendedor nao cadastrado!"    to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f07600-nome-vendedor              to f-nome-vendedor
            display frm-meta-vendedor

            move zeros                             to ws-mes-competencia
            perform until ws-mes-competencia >= 1
                      and ws-mes-competencia <= 12
                      and f-ano-mes(1:4) <> "0000"
                 accept f-ano-mes at line 12 col 35 with update auto-skip
                 move f-ano-mes(5:2)               to ws-mes-competencia
            end-perform

            accept f-cd-mercadoria at line 14 col 35 with update auto-skip

            if   f-cd-mercadoria = zeros
                 move "(meta geral do vendedor)"    to f-descricao-mercadoria
            else
                 move f-cd-mercadoria              to f00700-cd-mercadoria
                 perform 9000-ler-pd00700-ran-1
                 if   not ws-operacao-ok
                      move "Mercadoria nao cadastrada!" to ws-mensagem
                      perform 9000-mensagem
                      exit section
                 end-if
                 move f00700-descricao-mercadoria  to f-descricao-mercadoria
            end-if

            display frm-meta-vendedor

            set ws-chave-ok                        to true

       exit.

      *>=================================================================================
       9000-monta-chave-meta section.

            initialize                             f09700-chave
            move lnk-cd-empresa                    to f09700-cd-empresa
            move lnk-cd-filial                     to f09700-cd-filial
            move f-cd-vendedor                     to f09700-cd-vendedor
            move f-ano-mes                         to f09700-ano-mes
            move f-cd-mercadoria                   to f09700-cd-mercadoria

       exit.

      *>=================================================================================
      *> Nome do vendedor e descricao da mercadoria da meta corrente em
      *> f-nome-vendedor/f-descricao-mercadoria.
       9000-descricoes-meta section.

            initialize                             f07600-chave
            move f09700-cd-empresa                 to f07600-cd-empresa
            move f09700-cd-filial                  to f07600-cd-filial
            move f09700-cd-vendedor                to f07600-cd-vendedor
            perform 9000-ler-pd07600-ran-1
            if   ws-operacao-ok
                 move f07600-nome-vendedor         to f-nome-vendedor
            else
                 move "(nao cadastrado)"           to f-nome-vendedor
            end-if

            if   f09700-cd-mercadoria = zeros
                 move "(meta geral do vendedor)"    to f-descricao-mercadoria
            else
                 move f09700-cd-mercadoria         to f00700-cd-mercadoria
                 perform 9000-ler-pd00700-ran-1
                 if   ws-operacao-ok
                      move f00700-descricao-mercadoria to f-descricao-mercadoria
                 else
                      move "(nao cadastrada)"       to f-descricao-mercadoria
                 end-if
            end-if

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-meta-vendedor
            move f09700-cd-vendedor                to f-cd-vendedor
            move f09700-ano-mes                    to f-ano-mes
            move f09700-cd-mercadoria              to f-cd-mercadoria
            move f09700-valor-meta                 to f-valor-meta

            perform 9000-descricoes-meta

            perform 9000-frame-padrao
            display frm-meta-vendedor

       exit.

      *>=================================================================================
      *> Confere, imediatamente antes de liberar a confirmacao de exclusao,
      *> que o registro ainda existe e nao foi alterado por outro usuario -
      *> mesmo padrao de CS10005C/9000-validacao.
       9000-validacao section.

            set ws-validacao-ok                    to true

            move f09700-valor-meta                 to ws-validacao-valor-meta

            perform 9000-ler-pd09700-ran-1

            if   not ws-operacao-ok
                 move "Meta nao localizada - pode ja ter sido excluida!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
            else
                 if   f09700-valor-meta not equal ws-validacao-valor-meta
                      move "Registro alterado por outro usuario - exclusao cancelada!" to ws-mensagem
                      perform 9000-mensagem
                      set ws-validacao-nok          to true
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00700.cpy.
       copy CSR07600.cpy.
       copy CSR09700.cpy.
