      $set sourceformat"free"
       program-id. CS10060C.
      *>=================================================================================
      *>
      *>                      Cadastro de Condicoes de Pagamento
      *>
      *>    Mantem PD08000 - descricao, quantidade de parcelas, prazo em dias
      *>    e percentual de cada parcela, "fora o mes" e dia fixo de
      *>    vencimento. E daqui que CS10006C tira as parcelas das duplicatas
      *>    (PD05900) e do contas a pagar (PD06400); o destinatario (CS10013C)
      *>    e o pedido de venda (CS10041C) carregam a condicao padrao.
      *>    Condicao referenciada por destinatario, pedido ou nota nao sai do
      *>    cadastro - inativa-se.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00600.cpy.
       copy CSS05000.cpy.
       copy CSS06700.cpy.
       copy CSS08000.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10060
               assign to "REL10060"
               organization is line sequential
               file status is ws-fs-rel10060.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00600.cpy.
       copy CSF05000.cpy.
       copy CSF06700.cpy.
       copy CSF08000.cpy.

       fd   rel10060
            record contains 132 characters.

       01   rel10060-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10060C".
       78   c-descricao-programa                   value "CONDICOES DE PAGAMENTO".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-validacao                     pic x(01).
               88 ws-validacao-ok                       value "S".
               88 ws-validacao-nok                      value "N".
            03 ws-validacao-descricao              pic x(40).
            03 ws-fl-tem-documentos                pic x(01).
               88 ws-tem-documentos                     value "S".
            03 ws-fl-parcelas-ok                   pic x(01).
               88 ws-parcelas-ok                        value "S".
               88 ws-parcelas-nok                       value "N".
            03 ws-idx-parcela                      pic 9(02).
            03 ws-linha-tela                       pic 9(02).
            03 ws-coluna-tela                      pic 9(02).
            03 ws-soma-perc                        pic 9(05)v9(02).
            03 ws-dias-anterior                    pic 9(03).

       01   ws-linha-parcela.
            03 wl-parcela                          pic z9.
            03 filler                              pic x(08) value " - Dias:".
            03 wl-dias                             pic zz9.
            03 filler                              pic x(08) value "  Perc.:".
            03 wl-perc                             pic zz9,99.

       01   f-condicao.
            03 f-cd-condicao                       pic 9(03).
            03 f-descricao                         pic x(40).
            03 f-qtd-parcelas                      pic 9(02).
            03 f-fl-fora-mes                       pic x(01).
            03 f-dia-fixo                          pic 9(02).
            03 f-parcela                           occurs 12.
               05 f-dias-parcela                   pic 9(03).
               05 f-perc-parcela                   pic 9(03)v9(02).
            03 f-fl-ativo                          pic x(01).

       01   ws-relatorio.
            03 ws-fs-rel10060                       pic x(02).
            03 ws-rel-total-condicoes               pic 9(05).

       01   rel10060-detalhe.
            03 filler                              pic x(10) value "Condicao.:".
            03 rc-det-cd-condicao                   pic 9(03).
            03 filler                              pic x(01) value space.
            03 rc-det-descricao                     pic x(40) value spaces.
            03 filler                              pic x(10) value " Parcelas:".
            03 rc-det-qtd-parcelas                  pic z9.
            03 filler                              pic x(11) value " Fora mes.:".
            03 rc-det-fora-mes                      pic x(01).
            03 filler                              pic x(11) value " Dia fixo.:".
            03 rc-det-dia-fixo                      pic z9.
            03 filler                              pic x(06) value " Sit.:".
            03 rc-det-fl-ativo                      pic x(01).

       01   rel10060-parcela.
            03 filler                              pic x(14) value spaces.
            03 filler                              pic x(09) value "Parcela.:".
            03 rc-par-parcela                       pic z9.
            03 filler                              pic x(07) value " Dias.:".
            03 rc-par-dias                          pic zz9.
            03 filler                              pic x(07) value " Perc.:".
            03 rc-par-perc                          pic zz9,99.

       01   rel10060-resumo.
            03 filler                              pic x(24) value "Condicoes listadas.....:".
            03 rc-res-total                         pic zzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-condicao.
            03 line 05 col 16   pic x(18) value "Codigo Condicao..:".
            03 line 05 col 35   pic 9(03) from f-cd-condicao.
            03 line 07 col 23   pic x(11) value "Descricao.:".
            03 line 07 col 35   pic x(40) from f-descricao.
            03 line 09 col 18   pic x(16) value "Qtd. Parcelas..:".
            03 line 09 col 35   pic 9(02) from f-qtd-parcelas.
            03 line 10 col 18   pic x(16) value "Fora o mes(S/N):".
            03 line 10 col 35   pic x(01) from f-fl-fora-mes.
            03 line 11 col 18   pic x(16) value "Dia fixo (1-28):".
            03 line 11 col 35   pic 9(02) from f-dia-fixo.
            03 line 20 col 23   pic x(11) value "Ativo(S/N):".
            03 line 20 col 35   pic x(01) from f-fl-ativo.

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
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd06700
            perform 9000-abrir-io-pd08000

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

            perform until f-cd-condicao <> zeros
                 accept f-cd-condicao at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-condicao
            perform 9000-ler-pd08000-ran-1
            if   ws-operacao-ok
                 string "Codigo de condicao ja utilizado! [" f-cd-condicao "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            move "S"                               to f-fl-ativo
            perform 9000-aceita-condicao

            if   ws-parcelas-nok
                 perform 8000-controle-frame
                 exit section
            end-if

            move "Confirma inclusao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 initialize                        f08000-condicao-pagamento
                 move lnk-cd-empresa               to f08000-cd-empresa
                 move lnk-cd-filial                to f08000-cd-filial
                 move f-cd-condicao                to f08000-cd-condicao
                 perform 9000-move-frame-registro

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd08000

                 perform 9000-gravar-pd08000

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f08000-condicao-pagamento [" f08000-chave "]" into ws-mensagem
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

            perform until f-cd-condicao <> zeros
                 accept f-cd-condicao at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-condicao
            perform 9000-ler-pd08000-ran-1
            if   not ws-operacao-ok
                 move "Condicao de pagamento nao encontrada!" to ws-mensagem
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

            perform until f-cd-condicao <> zeros
                 accept f-cd-condicao at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-condicao
            perform 9000-ler-pd08000-ran-1
            if   not ws-operacao-ok
                 move "Condicao de pagamento nao encontrada!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 9000-aceita-condicao

            if   ws-parcelas-nok
                 perform 8000-controle-frame
                 exit section
            end-if

            move "Confirma alteracao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 perform 9000-move-frame-registro

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd08000

                 perform 9000-regravar-pd08000

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f08000-condicao-pagamento [" f08000-chave "]" into ws-mensagem
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

            perform until f-cd-condicao <> zeros
                 accept f-cd-condicao at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-condicao
            perform 9000-ler-pd08000-ran-1
            if   not ws-operacao-ok
                 move "Condicao de pagamento nao encontrada!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 9000-verifica-condicao-tem-documentos
            if   ws-tem-documentos
                 move "Condicao em uso - inative em vez de excluir!" to ws-mensagem
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
                      perform 9000-excluir-pd08000
                 end-if
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio de condicoes de pagamento..." to ws-mensagem
            perform 9000-mensagem

            open output rel10060

            move zeros                              to ws-rel-total-condicoes

            initialize                               f08000-chave
            move lnk-cd-empresa                      to f08000-cd-empresa
            move lnk-cd-filial                       to f08000-cd-filial

            perform 9000-str-pd08000-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08000-seq-1

                 if   ws-operacao-ok
                 and  f08000-cd-empresa equal lnk-cd-empresa
                 and  f08000-cd-filial  equal lnk-cd-filial

                      move f08000-cd-condicao        to rc-det-cd-condicao
                      move f08000-descricao          to rc-det-descricao
                      move f08000-qtd-parcelas       to rc-det-qtd-parcelas
                      move f08000-fl-fora-mes        to rc-det-fora-mes
                      move f08000-dia-fixo           to rc-det-dia-fixo
                      move f08000-fl-ativo           to rc-det-fl-ativo
                      write rel10060-linha           from rel10060-detalhe

                      perform varying ws-idx-parcela from 1 by 1
                              until ws-idx-parcela > f08000-qtd-parcelas
                                 or ws-idx-parcela > 12
                           move ws-idx-parcela       to rc-par-parcela
                           move f08000-dias-parcela(ws-idx-parcela)
                                                     to rc-par-dias
                           move f08000-perc-parcela(ws-idx-parcela)
                                                     to rc-par-perc
                           write rel10060-linha      from rel10060-parcela
                      end-perform

                      add 1                          to ws-rel-total-condicoes

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-rel-total-condicoes              to rc-res-total
            write rel10060-linha                     from rel10060-resumo

            close rel10060

            string "Relatorio gerado - " ws-rel-total-condicoes " condicao(oes)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd00600
            close pd05000
            close pd06700
            close pd08000

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-condicao
            perform 9000-mostra-parcelas

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-condicao

            perform 9000-frame-padrao
            display frm-condicao
            perform 9000-mostra-parcelas

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
       9000-monta-chave-condicao section.

            initialize                             f08000-chave
            move lnk-cd-empresa                    to f08000-cd-empresa
            move lnk-cd-filial                     to f08000-cd-filial
            move f-cd-condicao                     to f08000-cd-condicao

       exit.

      *>=================================================================================
      *> Entrada comum a inclusao e alteracao: descricao, quantidade de
      *> parcelas, fora-o-mes/dia fixo e a grade de parcelas (prazo e
      *> percentual). Prazos em ordem crescente; percentuais todos zerados
      *> (parcelas iguais) ou fechando exatamente 100.
       9000-aceita-condicao section.

            set ws-parcelas-ok                     to true

            perform until f-descricao <> spaces
                 accept f-descricao at line 07 col 35 with update auto-skip
            end-perform

            perform until f-qtd-parcelas > zeros
                      and f-qtd-parcelas not > 12
                 accept f-qtd-parcelas at line 09 col 35 with update auto-skip
            end-perform

            if   f-fl-fora-mes <> "S"
                 move "N"                          to f-fl-fora-mes
            end-if
            accept f-fl-fora-mes at line 10 col 35 with update auto-skip
            if   f-fl-fora-mes <> "S"
                 move "N"                          to f-fl-fora-mes
            end-if

            accept f-dia-fixo at line 11 col 35 with update auto-skip
            perform until f-dia-fixo not > 28
                 move "Dia fixo de vencimento: 1 a 28 (zero = sem dia fixo)!" to ws-mensagem
                 perform 9000-mensagem
                 accept f-dia-fixo at line 11 col 35 with update auto-skip
            end-perform

      *>   Parcelas alem da quantidade informada nao valem - zera para que o
      *>   registro nao carregue lixo de uma alteracao anterior.
            perform varying ws-idx-parcela from 1 by 1
                    until ws-idx-parcela > 12
                 if   ws-idx-parcela > f-qtd-parcelas
                      move zeros                   to f-dias-parcela(ws-idx-parcela)
                      move zeros                   to f-perc-parcela(ws-idx-parcela)
                 end-if
            end-perform
            perform 9000-mostra-parcelas

            move zeros                             to ws-soma-perc
            move zeros                             to ws-dias-anterior

            perform varying ws-idx-parcela from 1 by 1
                    until ws-idx-parcela > f-qtd-parcelas

                 perform 9000-posicao-parcela

                 add 11                            to ws-coluna-tela
                 accept f-dias-parcela(ws-idx-parcela) at line ws-linha-tela col ws-coluna-tela with update auto-skip

                 if   ws-idx-parcela > 1
                 and  f-dias-parcela(ws-idx-parcela) not > ws-dias-anterior
                      move "Prazos das parcelas devem ser crescentes!" to ws-mensagem
                      perform 9000-mensagem
                      set ws-parcelas-nok          to true
                      exit section
                 end-if
                 move f-dias-parcela(ws-idx-parcela) to ws-dias-anterior

                 add 11                            to ws-coluna-tela
                 accept f-perc-parcela(ws-idx-parcela) at line ws-linha-tela col ws-coluna-tela with update auto-skip
                 add f-perc-parcela(ws-idx-parcela) to ws-soma-perc

            end-perform

            if   ws-soma-perc <> zeros
            and  ws-soma-perc <> 100
                 move "Percentuais das parcelas devem somar 100 (ou ficar zerados)!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-parcelas-nok               to true
                 exit section
            end-if

            accept f-fl-ativo at line 20 col 35 with update auto-skip
            if   f-fl-ativo <> "N"
                 move "S"                          to f-fl-ativo
            end-if

       exit.

      *>=================================================================================
      *> Grade de parcelas: 1-6 na coluna da esquerda, 7-12 na da direita,
      *> linhas 13 a 18.
       9000-mostra-parcelas section.

            perform varying ws-idx-parcela from 1 by 1
                    until ws-idx-parcela > 12

                 perform 9000-posicao-parcela

                 move ws-idx-parcela               to wl-parcela
                 move f-dias-parcela(ws-idx-parcela) to wl-dias
                 move f-perc-parcela(ws-idx-parcela) to wl-perc
                 display ws-linha-parcela at line ws-linha-tela col ws-coluna-tela

            end-perform

       exit.

      *>=================================================================================
       9000-posicao-parcela section.

            if   ws-idx-parcela > 6
                 compute ws-linha-tela = 12 + ws-idx-parcela - 6
                 move 45                           to ws-coluna-tela
            else
                 compute ws-linha-tela = 12 + ws-idx-parcela
                 move 10                           to ws-coluna-tela
            end-if

       exit.

      *>=================================================================================
       9000-move-frame-registro section.

            move f-descricao                       to f08000-descricao
            move f-qtd-parcelas                    to f08000-qtd-parcelas
            move f-fl-fora-mes                     to f08000-fl-fora-mes
            move f-dia-fixo                        to f08000-dia-fixo
            perform varying ws-idx-parcela from 1 by 1
                    until ws-idx-parcela > 12
                 move f-dias-parcela(ws-idx-parcela) to f08000-dias-parcela(ws-idx-parcela)
                 move f-perc-parcela(ws-idx-parcela) to f08000-perc-parcela(ws-idx-parcela)
            end-perform
            move f-fl-ativo                        to f08000-fl-ativo

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-condicao
            move f08000-cd-condicao                to f-cd-condicao
            move f08000-descricao                  to f-descricao
            move f08000-qtd-parcelas               to f-qtd-parcelas
            move f08000-fl-fora-mes                to f-fl-fora-mes
            move f08000-dia-fixo                   to f-dia-fixo
            perform varying ws-idx-parcela from 1 by 1
                    until ws-idx-parcela > 12
                 move f08000-dias-parcela(ws-idx-parcela) to f-dias-parcela(ws-idx-parcela)
                 move f08000-perc-parcela(ws-idx-parcela) to f-perc-parcela(ws-idx-parcela)
            end-perform
            move f08000-fl-ativo                   to f-fl-ativo

            perform 9000-frame-padrao
            display frm-condicao
            perform 9000-mostra-parcelas

       exit.

      *>=================================================================================
      *> Confere se a condicao corrente ainda e referenciada por destinatario
      *> (PD00600), pedido de venda (PD06700) ou nota (PD05000) da empresa/
      *> filial antes de liberar a exclusao.
       9000-verifica-condicao-tem-documentos section.

            move "N"                                 to ws-fl-tem-documentos

            initialize                               f00600-chave
            move lnk-cd-empresa                      to f00600-cd-empresa
            move lnk-cd-filial                       to f00600-cd-filial

            perform 9000-str-pd00600-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd00600-seq-1

                 if   ws-operacao-ok
                 and  f00600-cd-empresa equal lnk-cd-empresa
                 and  f00600-cd-filial  equal lnk-cd-filial

                      if   f00600-cd-condicao-pagamento equal f08000-cd-condicao
                           set ws-tem-documentos     to true
                           set ws-operacao-nok       to true
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            if   ws-tem-documentos
                 exit section
            end-if

            initialize                               f06700-chave
            move lnk-cd-empresa                      to f06700-cd-empresa
            move lnk-cd-filial                       to f06700-cd-filial

            perform 9000-str-pd06700-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd06700-seq-1

                 if   ws-operacao-ok
                 and  f06700-cd-empresa equal lnk-cd-empresa
                 and  f06700-cd-filial  equal lnk-cd-filial

                      if   f06700-cd-condicao-pagamento equal f08000-cd-condicao
                           set ws-tem-documentos     to true
                           set ws-operacao-nok       to true
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            if   ws-tem-documentos
                 exit section
            end-if

            initialize                               f05000-chave
            move lnk-cd-empresa                      to f05000-cd-empresa
            move lnk-cd-filial                       to f05000-cd-filial

            set ws-operacao-nok                      to true
            start pd05000
                 key is not less than f05000-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok             to true
            end-start

            perform until not ws-operacao-ok

                 perform 9000-ler-pd05000-seq-1

                 if   ws-operacao-ok
                 and  f05000-cd-empresa equal lnk-cd-empresa
                 and  f05000-cd-filial  equal lnk-cd-filial

                      if   f05000-cd-condicao-pagamento equal f08000-cd-condicao
                           set ws-tem-documentos     to true
                           set ws-operacao-nok       to true
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Confere, imediatamente antes de liberar a confirmacao de exclusao,
      *> que o registro ainda existe e nao foi alterado por outro usuario -
      *> mesmo padrao de CS10005C/9000-validacao.
       9000-validacao section.

            set ws-validacao-ok                    to true

            move f08000-descricao                  to ws-validacao-descricao

            perform 9000-ler-pd08000-ran-1

            if   not ws-operacao-ok
                 move "Condicao nao localizada - pode ja ter sido excluida!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
            else
                 if   f08000-descricao not equal ws-validacao-descricao
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
       copy CSR05000.cpy.
       copy CSR06700.cpy.
       copy CSR08000.cpy.
