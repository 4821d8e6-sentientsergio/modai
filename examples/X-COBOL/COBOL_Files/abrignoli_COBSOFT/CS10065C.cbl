      $set sourceformat"free"
       program-id. CS10065C.
      *>=================================================================================
      *>
      *>                         Cadastro do Plano de Contas
      *>
      *>    Mantem PD08400 - o plano de contas da empresa: codigo (a
      *>    classificacao sem pontos), descricao, sintetica/analitica,
      *>    natureza devedora/credora e o codigo da conta no sistema de
      *>    contabilidade do escritorio, para a exportacao. As regras de
      *>    contabilizacao (CS10066C) e os lancamentos (CS10067B) so usam
      *>    contas analiticas ativas. Conta usada em regra ou lancamento nao
      *>    sai do plano - inativa-se.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS08400.cpy.
       copy CSS08500.cpy.
       copy CSS08600.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10065
               assign to "REL10065"
               organization is line sequential
               file status is ws-fs-rel10065.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF08400.cpy.
       copy CSF08500.cpy.
       copy CSF08600.cpy.

       fd   rel10065
            record contains 132 characters.

       01   rel10065-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10065C".
       78   c-descricao-programa                   value "PLANO DE CONTAS".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-validacao                     pic x(01).
               88 ws-validacao-ok                       value "S".
               88 ws-validacao-nok                      value "N".
            03 ws-validacao-descricao              pic x(40).
            03 ws-fl-conta-em-uso                  pic x(01).
               88 ws-conta-em-uso                       value "S".

       01   f-conta-contabil.
            03 f-cd-conta-contabil                 pic 9(09).
            03 f-descricao                         pic x(40).
            03 f-fl-tipo                           pic x(01).
            03 f-fl-natureza                       pic x(01).
            03 f-cd-conta-externa                  pic x(20).
            03 f-fl-ativo                          pic x(01).

       01   ws-relatorio.
            03 ws-fs-rel10065                       pic x(02).
            03 ws-rel-total-contas                  pic 9(05).

       01   rel10065-detalhe.
            03 filler                              pic x(07) value "Conta.:".
            03 rp-det-cd-conta-contabil             pic 9(09).
            03 filler                              pic x(01) value space.
            03 rp-det-descricao                     pic x(40) value spaces.
            03 filler                              pic x(07) value " Tipo.:".
            03 rp-det-fl-tipo                       pic x(01).
            03 filler                              pic x(07) value " Nat..:".
            03 rp-det-fl-natureza                   pic x(01).
            03 filler                              pic x(07) value " Ext..:".
            03 rp-det-cd-conta-externa              pic x(20).
            03 filler                              pic x(06) value " Sit.:".
            03 rp-det-fl-ativo                      pic x(01).

       01   rel10065-resumo.
            03 filler                              pic x(24) value "Contas listadas........:".
            03 rp-res-total                         pic zzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-conta-contabil.
            03 line 05 col 18   pic x(16) value "Codigo Conta...:".
            03 line 05 col 35   pic 9(09) from f-cd-conta-contabil.
            03 line 07 col 23   pic x(11) value "Descricao.:".
            03 line 07 col 35   pic x(40) from f-descricao.
            03 line 09 col 18   pic x(16) value "Tipo (S/A).....:".
            03 line 09 col 35   pic x(01) from f-fl-tipo.
            03 line 09 col 38   pic x(25) value "S=Sintetica A=Analitica".
            03 line 11 col 18   pic x(16) value "Natureza (D/C).:".
            03 line 11 col 35   pic x(01) from f-fl-natureza.
            03 line 11 col 38   pic x(25) value "D=Devedora C=Credora".
            03 line 13 col 18   pic x(16) value "Codigo Externo.:".
            03 line 13 col 35   pic x(20) from f-cd-conta-externa.
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
            perform 9000-abrir-io-pd08400
            perform 9000-abrir-io-pd08500
            perform 9000-abrir-io-pd08600

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

            perform until f-cd-conta-contabil <> zeros
                 accept f-cd-conta-contabil at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-conta
            perform 9000-ler-pd08400-ran-1
            if   ws-operacao-ok
                 string "Codigo de conta ja utilizado! [" f-cd-conta-contabil "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            move "S"                               to f-fl-ativo
            move "A"                               to f-fl-tipo
            perform 9000-aceita-conta

            move "Confirma inclusao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 initialize                        f08400-conta-contabil
                 move lnk-cd-empresa               to f08400-cd-empresa
                 move f-cd-conta-contabil          to f08400-cd-conta-contabil
                 perform 9000-move-frame-registro

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd08400

                 perform 9000-gravar-pd08400

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f08400-conta-contabil [" f08400-chave "]" into ws-mensagem
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

            perform until f-cd-conta-contabil <> zeros
                 accept f-cd-conta-contabil at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-conta
            perform 9000-ler-pd08400-ran-1
            if   not ws-operacao-ok
                 move "Conta contabil nao encontrada!" to ws-mensagem
                 perform 9000-mensagem
            else
                 perform 9000-move-registros-frame
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-cd-conta-contabil <> zeros
                 accept f-cd-conta-contabil at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-conta
            perform 9000-ler-pd08400-ran-1
            if   not ws-operacao-ok
                 move "Conta contabil nao encontrada!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 9000-aceita-conta

      *>    Conta que ja recebeu regra ou lancamento nao vira sintetica -
      *>    o balancete perderia o saldo dela.
            if   f-fl-tipo = "S"
            and  f08400-conta-analitica
                 perform 9000-verifica-conta-em-uso
                 if   ws-conta-em-uso
                      move "Conta usada em regra/lancamento - nao pode virar sintetica!" to ws-mensagem
                      perform 9000-mensagem
                      perform 8000-controle-frame
                      exit section
                 end-if
            end-if

            move "Confirma alteracao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 perform 9000-move-frame-registro

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd08400

                 perform 9000-regravar-pd08400

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f08400-conta-contabil [" f08400-chave "]" into ws-mensagem
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

            perform until f-cd-conta-contabil <> zeros
                 accept f-cd-conta-contabil at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-conta
            perform 9000-ler-pd08400-ran-1
            if   not ws-operacao-ok
                 move "Conta contabil nao encontrada!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 9000-verifica-conta-em-uso
            if   ws-conta-em-uso
                 move "Conta usada em regra/lancamento - inative em vez de excluir!" to ws-mensagem
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
                      perform 9000-excluir-pd08400
                 end-if
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio do plano de contas..." to ws-mensagem
            perform 9000-mensagem

            open output rel10065

            move zeros                              to ws-rel-total-contas

            initialize                               f08400-chave
            move lnk-cd-empresa                      to f08400-cd-empresa

            perform 9000-str-pd08400-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08400-seq-1

                 if   ws-operacao-ok
                 and  f08400-cd-empresa equal lnk-cd-empresa

                      move f08400-cd-conta-contabil  to rp-det-cd-conta-contabil
                      move f08400-descricao          to rp-det-descricao
                      move f08400-fl-tipo            to rp-det-fl-tipo
                      move f08400-fl-natureza        to rp-det-fl-natureza
                      move f08400-cd-conta-externa   to rp-det-cd-conta-externa
                      move f08400-fl-ativo           to rp-det-fl-ativo
                      write rel10065-linha           from rel10065-detalhe

                      add 1                          to ws-rel-total-contas

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-rel-total-contas                 to rp-res-total
            write rel10065-linha                     from rel10065-resumo

            close rel10065

            string "Relatorio gerado - " ws-rel-total-contas " conta(s)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd08400
            close pd08500
            close pd08600

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-conta-contabil

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-conta-contabil

            perform 9000-frame-padrao
            display frm-conta-contabil

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
       9000-monta-chave-conta section.

            initialize                             f08400-chave
            move lnk-cd-empresa                    to f08400-cd-empresa
            move f-cd-conta-contabil               to f08400-cd-conta-contabil

       exit.

      *>=================================================================================
      *> Entrada comum a inclusao e alteracao.
       9000-aceita-conta section.

            perform until f-descricao <> spaces
                 accept f-descricao at line 07 col 35 with update auto-skip
            end-perform

            perform until f-fl-tipo = "S" or "A"
                 accept f-fl-tipo at line 09 col 35 with update auto-skip
            end-perform

            perform until f-fl-natureza = "D" or "C"
                 accept f-fl-natureza at line 11 col 35 with update auto-skip
            end-perform

            accept f-cd-conta-externa at line 13 col 35 with update auto-skip

            accept f-fl-ativo at line 20 col 35 with update auto-skip
            if   f-fl-ativo <> "N"
                 move "S"                          to f-fl-ativo
            end-if

       exit.

      *>=================================================================================
       9000-move-frame-registro section.

            move f-descricao                       to f08400-descricao
            move f-fl-tipo                         to f08400-fl-tipo
            move f-fl-natureza                     to f08400-fl-natureza
            move f-cd-conta-externa                to f08400-cd-conta-externa
            move f-fl-ativo                        to f08400-fl-ativo

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-conta-contabil
            move f08400-cd-conta-contabil          to f-cd-conta-contabil
            move f08400-descricao                  to f-descricao
            move f08400-fl-tipo                    to f-fl-tipo
            move f08400-fl-natureza                to f-fl-natureza
            move f08400-cd-conta-externa           to f-cd-conta-externa
            move f08400-fl-ativo                   to f-fl-ativo

            perform 9000-frame-padrao
            display frm-conta-contabil

       exit.

      *>=================================================================================
      *> Procura a conta corrente (f08400) em qualquer par de contas das
      *> regras da empresa (PD08500) e em qualquer lancamento do diario
      *> (PD08600). So os arquivos lidos mudam de posicao - f08400 continua
      *> com o registro da tela.
       9000-verifica-conta-em-uso section.

            move "N"                                 to ws-fl-conta-em-uso

            initialize                               f08500-chave
            move f08400-cd-empresa                   to f08500-cd-empresa

            perform 9000-str-pd08500-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08500-seq-1

                 if   ws-operacao-ok
                 and  f08500-cd-empresa equal f08400-cd-empresa

                      if   f08500-conta-valor-debito    = f08400-cd-conta-contabil
                      or   f08500-conta-valor-credito   = f08400-cd-conta-contabil
                      or   f08500-conta-icms-debito     = f08400-cd-conta-contabil
                      or   f08500-conta-icms-credito    = f08400-cd-conta-contabil
                      or   f08500-conta-ipi-debito      = f08400-cd-conta-contabil
                      or   f08500-conta-ipi-credito     = f08400-cd-conta-contabil
                      or   f08500-conta-pis-debito      = f08400-cd-conta-contabil
                      or   f08500-conta-pis-credito     = f08400-cd-conta-contabil
                      or   f08500-conta-cofins-debito   = f08400-cd-conta-contabil
                      or   f08500-conta-cofins-credito  = f08400-cd-conta-contabil
                      or   f08500-conta-icms-st-debito  = f08400-cd-conta-contabil
                      or   f08500-conta-icms-st-credito = f08400-cd-conta-contabil
                           set ws-conta-em-uso       to true
                           exit section
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            initialize                               f08600-chave
            move f08400-cd-empresa                   to f08600-cd-empresa

            perform 9000-str-pd08600-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08600-seq-1

                 if   ws-operacao-ok
                 and  f08600-cd-empresa equal f08400-cd-empresa

                      if   f08600-conta-debito  = f08400-cd-conta-contabil
                      or   f08600-conta-credito = f08400-cd-conta-contabil
                           set ws-conta-em-uso       to true
                           exit section
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

            move f08400-descricao                  to ws-validacao-descricao

            perform 9000-ler-pd08400-ran-1

            if   not ws-operacao-ok
                 move "Conta nao localizada - pode ja ter sido excluida!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
            else
                 if   f08400-descricao not equal ws-validacao-descricao
                      move "Registro alterado por outro usuario - exclusao cancelada!" to ws-mensagem
                      perform 9000-mensagem
                      set ws-validacao-nok          to true
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR08400.cpy.
       copy CSR08500.cpy.
       copy CSR08600.cpy.
