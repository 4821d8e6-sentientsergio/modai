      $set sourceformat"free"
       program-id. CS10061C.
      *>=================================================================================
      *>
      *>                      Cadastro de Contas Bancarias
      *>
      *>    Mantem PD08200 - as contas (bancos e caixa) da tesouraria da
      *>    empresa/filial, com o saldo de abertura e a data dele. As baixas
      *>    de CS10022C/CS10037C caem na conta padrao (ou na que o financeiro
      *>    escolher) e as liquidacoes do retorno bancario (CS10040B) na conta
      *>    de cobranca; os lancamentos manuais sao feitos em CS10062C. Ha uma
      *>    so conta padrao e uma so de cobranca por filial - marcar uma conta
      *>    desmarca a anterior. Conta com movimento em PD08300 nao sai do
      *>    cadastro - inativa-se.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS08200.cpy.
       copy CSS08300.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10061
               assign to "REL10061"
               organization is line sequential
               file status is ws-fs-rel10061.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF08200.cpy.
       copy CSF08300.cpy.

       fd   rel10061
            record contains 132 characters.

       01   rel10061-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10061C".
       78   c-descricao-programa                   value "CONTAS BANCARIAS".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-validacao                     pic x(01).
               88 ws-validacao-ok                       value "S".
               88 ws-validacao-nok                      value "N".
            03 ws-validacao-descricao              pic x(30).
            03 ws-fl-tem-movimentos                pic x(01).
               88 ws-tem-movimentos                     value "S".
            03 ws-cd-conta-marcada                 pic 9(03).
            03 ws-edt-saldo                        pic -zz.zzz.zzz.zz9,99.

       01   f-conta.
            03 f-cd-conta                          pic 9(03).
            03 f-descricao                         pic x(30).
            03 f-cd-banco                          pic 9(03).
            03 f-agencia                           pic 9(05).
            03 f-numero-conta                      pic x(12).
            03 f-saldo-inicial                     pic s9(11)v9(02).
            03 f-data-saldo-inicial                pic 9(08).
            03 f-fl-padrao                         pic x(01).
            03 f-fl-cobranca                       pic x(01).
            03 f-fl-ativo                          pic x(01).

       01   ws-relatorio.
            03 ws-fs-rel10061                       pic x(02).
            03 ws-rel-total-contas                  pic 9(05).

       01   rel10061-detalhe.
            03 filler                              pic x(07) value "Conta.:".
            03 rb-det-cd-conta                      pic 9(03).
            03 filler                              pic x(01) value space.
            03 rb-det-descricao                     pic x(30) value spaces.
            03 filler                              pic x(07) value " Banco:".
            03 rb-det-cd-banco                      pic 9(03).
            03 filler                              pic x(05) value " Ag.:".
            03 rb-det-agencia                       pic 9(05).
            03 filler                              pic x(04) value " C/C".
            03 rb-det-numero-conta                  pic x(12).
            03 filler                              pic x(07) value " Saldo:".
            03 rb-det-saldo-atual                   pic -zz.zzz.zzz.zz9,99.
            03 filler                              pic x(06) value " Pdr.:".
            03 rb-det-fl-padrao                     pic x(01).
            03 filler                              pic x(06) value " Cob.:".
            03 rb-det-fl-cobranca                   pic x(01).
            03 filler                              pic x(06) value " Sit.:".
            03 rb-det-fl-ativo                      pic x(01).

       01   rel10061-resumo.
            03 filler                              pic x(24) value "Contas listadas........:".
            03 rb-res-total                         pic zzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-conta.
            03 line 05 col 18   pic x(16) value "Codigo Conta...:".
            03 line 05 col 35   pic 9(03) from f-cd-conta.
            03 line 07 col 23   pic x(11) value "Descricao.:".
            03 line 07 col 35   pic x(30) from f-descricao.
            03 line 09 col 18   pic x(16) value "Banco..........:".
            03 line 09 col 35   pic 9(03) from f-cd-banco.
            03 line 10 col 18   pic x(16) value "Agencia........:".
            03 line 10 col 35   pic 9(05) from f-agencia.
            03 line 11 col 18   pic x(16) value "Numero Conta...:".
            03 line 11 col 35   pic x(12) from f-numero-conta.
            03 line 13 col 18   pic x(16) value "Saldo Inicial..:".
            03 line 13 col 35   pic -zz.zzz.zzz.zz9,99 from f-saldo-inicial.
            03 line 14 col 18   pic x(16) value "Data Saldo Inic:".
            03 line 14 col 35   pic 9(08) from f-data-saldo-inicial.
            03 line 16 col 18   pic x(16) value "Padrao (S/N)...:".
            03 line 16 col 35   pic x(01) from f-fl-padrao.
            03 line 17 col 18   pic x(16) value "Cobranca (S/N).:".
            03 line 17 col 35   pic x(01) from f-fl-cobranca.
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
            perform 9000-abrir-io-pd08200
            perform 9000-abrir-io-pd08300

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

            perform until f-cd-conta <> zeros
                 accept f-cd-conta at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-conta
            perform 9000-ler-pd08200-ran-1
            if   ws-operacao-ok
                 string "Codigo de conta ja utilizado! [" f-cd-conta "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            move "S"                               to f-fl-ativo
            move "N"                               to f-fl-padrao
            move "N"                               to f-fl-cobranca
            perform 9000-aceita-conta

            move "Confirma inclusao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 initialize                        f08200-conta-bancaria
                 move lnk-cd-empresa               to f08200-cd-empresa
                 move lnk-cd-filial                to f08200-cd-filial
                 move f-cd-conta                   to f08200-cd-conta
                 perform 9000-move-frame-registro

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd08200

                 perform 9000-gravar-pd08200

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f08200-conta-bancaria [" f08200-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 else
                      perform 9000-desmarca-outras-contas
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

            perform until f-cd-conta <> zeros
                 accept f-cd-conta at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-conta
            perform 9000-ler-pd08200-ran-1
            if   not ws-operacao-ok
                 move "Conta bancaria nao encontrada!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
            else
                 perform 9000-move-registros-frame
                 perform 9000-calcula-saldo-atual
                 move ws-ts-saldo                   to ws-edt-saldo
                 display "Saldo atual....:"         at line 18 col 18
                 display ws-edt-saldo               at line 18 col 35
                 perform 8000-controle-frame
            end-if

       exit.

      *>=================================================================================
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-cd-conta <> zeros
                 accept f-cd-conta at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-conta
            perform 9000-ler-pd08200-ran-1
            if   not ws-operacao-ok
                 move "Conta bancaria nao encontrada!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 9000-aceita-conta

            move "Confirma alteracao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 perform 9000-move-frame-registro

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd08200

                 perform 9000-regravar-pd08200

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f08200-conta-bancaria [" f08200-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 else
                      perform 9000-desmarca-outras-contas
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

            perform until f-cd-conta <> zeros
                 accept f-cd-conta at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-conta
            perform 9000-ler-pd08200-ran-1
            if   not ws-operacao-ok
                 move "Conta bancaria nao encontrada!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 9000-verifica-conta-tem-movimentos
            if   ws-tem-movimentos
                 move "Conta com movimentos - inative em vez de excluir!" to ws-mensagem
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
                      perform 9000-excluir-pd08200
                 end-if
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio de contas bancarias..." to ws-mensagem
            perform 9000-mensagem

            open output rel10061

            move zeros                              to ws-rel-total-contas

            initialize                               f08200-chave
            move lnk-cd-empresa                      to f08200-cd-empresa
            move lnk-cd-filial                       to f08200-cd-filial

            perform 9000-str-pd08200-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08200-seq-1

                 if   ws-operacao-ok
                 and  f08200-cd-empresa equal lnk-cd-empresa
                 and  f08200-cd-filial  equal lnk-cd-filial

                      move f08200-cd-conta           to rb-det-cd-conta
                      move f08200-descricao          to rb-det-descricao
                      move f08200-cd-banco           to rb-det-cd-banco
                      move f08200-agencia            to rb-det-agencia
                      move f08200-numero-conta       to rb-det-numero-conta
                      move f08200-fl-padrao          to rb-det-fl-padrao
                      move f08200-fl-cobranca        to rb-det-fl-cobranca
                      move f08200-fl-ativo           to rb-det-fl-ativo

                      perform 9000-calcula-saldo-atual
                      move ws-ts-saldo               to rb-det-saldo-atual
                      write rel10061-linha           from rel10061-detalhe

                      add 1                          to ws-rel-total-contas

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-rel-total-contas                 to rb-res-total
            write rel10061-linha                     from rel10061-resumo

            close rel10061

            string "Relatorio gerado - " ws-rel-total-contas " conta(s)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd08200
            close pd08300

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-conta

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-conta

            perform 9000-frame-padrao
            display frm-conta

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
       9000-monta-chave-conta section.

            initialize                             f08200-chave
            move lnk-cd-empresa                    to f08200-cd-empresa
            move lnk-cd-filial                     to f08200-cd-filial
            move f-cd-conta                        to f08200-cd-conta

       exit.

      *>=================================================================================
      *> Entrada comum a inclusao e alteracao. O saldo inicial e a posicao na
      *> abertura do dia informado - movimentos anteriores a essa data nao
      *> entram no saldo da conta.
       9000-aceita-conta section.

            perform until f-descricao <> spaces
                 accept f-descricao at line 07 col 35 with update auto-skip
            end-perform

            accept f-cd-banco at line 09 col 35 with update auto-skip
            accept f-agencia at line 10 col 35 with update auto-skip
            accept f-numero-conta at line 11 col 35 with update auto-skip

            accept f-saldo-inicial at line 13 col 35 with update auto-skip

            perform until f-data-saldo-inicial <> zeros
                 accept f-data-saldo-inicial at line 14 col 35 with update auto-skip
            end-perform

            accept f-fl-padrao at line 16 col 35 with update auto-skip
            if   f-fl-padrao <> "S"
                 move "N"                          to f-fl-padrao
            end-if

            accept f-fl-cobranca at line 17 col 35 with update auto-skip
            if   f-fl-cobranca <> "S"
                 move "N"                          to f-fl-cobranca
            end-if

            accept f-fl-ativo at line 20 col 35 with update auto-skip
            if   f-fl-ativo <> "N"
                 move "S"                          to f-fl-ativo
            end-if

      *>   Conta inativa nao recebe baixa - perde a marca de padrao/cobranca
            if   f-fl-ativo = "N"
                 move "N"                          to f-fl-padrao
                 move "N"                          to f-fl-cobranca
            end-if

       exit.

      *>=================================================================================
       9000-move-frame-registro section.

            move f-descricao                       to f08200-descricao
            move f-cd-banco                        to f08200-cd-banco
            move f-agencia                         to f08200-agencia
            move f-numero-conta                    to f08200-numero-conta
            move f-saldo-inicial                   to f08200-saldo-inicial
            move f-data-saldo-inicial              to f08200-data-saldo-inicial
            move f-fl-padrao                       to f08200-fl-padrao
            move f-fl-cobranca                     to f08200-fl-cobranca
            move f-fl-ativo                        to f08200-fl-ativo

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-conta
            move f08200-cd-conta                   to f-cd-conta
            move f08200-descricao                  to f-descricao
            move f08200-cd-banco                   to f-cd-banco
            move f08200-agencia                    to f-agencia
            move f08200-numero-conta               to f-numero-conta
            move f08200-saldo-inicial              to f-saldo-inicial
            move f08200-data-saldo-inicial         to f-data-saldo-inicial
            move f08200-fl-padrao                  to f-fl-padrao
            move f08200-fl-cobranca                to f-fl-cobranca
            move f08200-fl-ativo                   to f-fl-ativo

            perform 9000-frame-padrao
            display frm-conta

       exit.

      *>=================================================================================
      *> Saldo de hoje da conta corrente (f08200): saldo inicial mais todos os
      *> movimentos de PD08300 desde a data dele.
       9000-calcula-saldo-atual section.

            move f08200-cd-empresa                 to ws-ts-cd-empresa
            move f08200-cd-filial                  to ws-ts-cd-filial
            move f08200-cd-conta                   to ws-ts-cd-conta
            move f08200-saldo-inicial              to ws-ts-saldo
            move f08200-data-saldo-inicial         to ws-ts-data-inicial
            move 99999999                          to ws-ts-data-limite

            perform 9000-saldo-conta-tesouraria

       exit.

      *>=================================================================================
      *> Conta gravada como padrao (ou cobranca) tira a marca de qualquer
      *> outra conta da filial - 9000-localiza-conta-tesouraria precisa de
      *> uma so.
       9000-desmarca-outras-contas section.

            if   f08200-fl-padrao <> "S"
            and  f08200-fl-cobranca <> "S"
                 exit section
            end-if

            move f08200-cd-conta                     to ws-cd-conta-marcada
            move f08200-fl-padrao                    to f-fl-padrao
            move f08200-fl-cobranca                  to f-fl-cobranca

            initialize                               f08200-chave
            move lnk-cd-empresa                      to f08200-cd-empresa
            move lnk-cd-filial                       to f08200-cd-filial

            perform 9000-str-pd08200-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08200-seq-1

                 if   ws-operacao-ok
                 and  f08200-cd-empresa equal lnk-cd-empresa
                 and  f08200-cd-filial  equal lnk-cd-filial

                      if   f08200-cd-conta not equal ws-cd-conta-marcada
                      and  ((f-fl-padrao = "S" and f08200-conta-padrao)
                       or   (f-fl-cobranca = "S" and f08200-conta-cobranca))

                           if   f-fl-padrao = "S"
                                move "N"             to f08200-fl-padrao
                           end-if
                           if   f-fl-cobranca = "S"
                                move "N"             to f08200-fl-cobranca
                           end-if

                           move lnk-cd-usuario       to ws-cd-usuario-operacao
                           perform 9000-marca-auditoria-pd08200
                           perform 9000-regravar-pd08200

                           if   not ws-operacao-ok
                                string "Erro de gravacao - f08200-conta-bancaria [" f08200-chave "]" into ws-mensagem
                                perform 9000-mensagem
                           end-if
                           set ws-operacao-ok        to true

                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Confere se a conta corrente tem algum movimento em PD08300 antes de
      *> liberar a exclusao.
       9000-verifica-conta-tem-movimentos section.

            move "N"                                 to ws-fl-tem-movimentos

            initialize                               f08300-chave
            move f08200-cd-empresa                   to f08300-cd-empresa
            move f08200-cd-filial                    to f08300-cd-filial
            move f08200-cd-conta                     to f08300-cd-conta

            perform 9000-str-pd08300-ge

            if   ws-operacao-ok
                 perform 9000-ler-pd08300-seq-1
                 if   ws-operacao-ok
                 and  f08300-cd-empresa equal f08200-cd-empresa
                 and  f08300-cd-filial  equal f08200-cd-filial
                 and  f08300-cd-conta   equal f08200-cd-conta
                      set ws-tem-movimentos          to true
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Confere, imediatamente antes de liberar a confirmacao de exclusao,
      *> que o registro ainda existe e nao foi alterado por outro usuario -
      *> mesmo padrao de CS10005C/9000-validacao.
       9000-validacao section.

            set ws-validacao-ok                    to true

            move f08200-descricao                  to ws-validacao-descricao

            perform 9000-ler-pd08200-ran-1

            if   not ws-operacao-ok
                 move "Conta nao localizada - pode ja ter sido excluida!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
            else
                 if   f08200-descricao not equal ws-validacao-descricao
                      move "Registro alterado por outro usuario - exclusao cancelada!" to ws-mensagem
                      perform 9000-mensagem
                      set ws-validacao-nok          to true
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR08200.cpy.
       copy CSR08300.cpy.
