      $set sourceformat"free"
       program-id. CS10062C.
      *>=================================================================================
      *>
      *>                 Tesouraria (Lancamentos Manuais e Extrato)
      *>
      *>    O que nao nasce de baixa entra aqui na mao: tarifa bancaria
      *>    (debito), transferencia entre contas (debito na origem e credito
      *>    no destino, as duas pernas amarradas pela chave de referencia) e
      *>    outros lancamentos com a natureza informada. A consulta mostra o
      *>    extrato da conta a partir de uma data, com o saldo corrido. So
      *>    lancamento manual sai por aqui - movimento de baixa se desfaz no
      *>    financeiro, nunca na tesouraria.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS08200.cpy.
       copy CSS08300.cpy.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF08200.cpy.
       copy CSF08300.cpy.

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10062C".
       78   c-descricao-programa                   value "TESOURARIA".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-linha-tela                       pic 9(02).
            03 ws-total-movimentos                 pic 9(05).
            03 ws-fl-conta-ok                      pic x(01).
               88 ws-conta-ok                           value "S".
               88 ws-conta-nok                          value "N".
            03 ws-chave-perna-origem               pic x(23).
            03 ws-chave-perna-destino              pic x(23).
            03 ws-fl-perna-conciliada              pic x(01).
               88 ws-perna-conciliada                   value "S".

       01   f-lancamento.
            03 f-cd-conta                          pic 9(03).
            03 f-data-movimento                    pic 9(08).
            03 f-fl-tipo                           pic x(01).
            03 f-fl-natureza                       pic x(01).
            03 f-cd-conta-destino                  pic 9(03).
            03 f-valor                             pic 9(11)v9(02).
            03 f-historico                         pic x(40).
            03 f-documento                         pic x(15).
            03 f-sequencia                         pic 9(05).

       01   ws-linha-extrato.
            03 ws-le-data-movimento                 pic 9(08).
            03 filler                               pic x(01) value space.
            03 ws-le-sequencia                      pic 9(05).
            03 filler                               pic x(01) value space.
            03 ws-le-fl-natureza                    pic x(01).
            03 ws-le-fl-conciliado                  pic x(01).
            03 ws-le-valor                          pic zzz.zzz.zz9,99.
            03 filler                               pic x(01) value space.
            03 ws-le-historico                      pic x(25).
            03 ws-le-saldo                          pic -zz.zzz.zzz.zz9,99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-lancamento.
            03 line 05 col 18   pic x(16) value "Conta..........:".
            03 line 05 col 35   pic 9(03) from f-cd-conta.
            03 line 07 col 18   pic x(16) value "Data...........:".
            03 line 07 col 35   pic 9(08) from f-data-movimento.
            03 line 09 col 18   pic x(16) value "Tipo (T/R/O)...:".
            03 line 09 col 35   pic x(01) from f-fl-tipo.
            03 line 09 col 38   pic x(37) value "T=Tarifa R=Transferencia O=Outros".
            03 line 10 col 18   pic x(16) value "Natureza (C/D).:".
            03 line 10 col 35   pic x(01) from f-fl-natureza.
            03 line 11 col 18   pic x(16) value "Conta destino..:".
            03 line 11 col 35   pic 9(03) from f-cd-conta-destino.
            03 line 13 col 18   pic x(16) value "Valor..........:".
            03 line 13 col 35   pic zz.zzz.zzz.zz9,99 from f-valor.
            03 line 15 col 18   pic x(16) value "Historico......:".
            03 line 15 col 35   pic x(40) from f-historico.
            03 line 16 col 18   pic x(16) value "Documento......:".
            03 line 16 col 35   pic x(15) from f-documento.
            03 line 17 col 18   pic x(16) value "Sequencia......:".
            03 line 17 col 35   pic 9(05) from f-sequencia.

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

      *>  Lancamento nao se altera - exclui-se e lanca-se de novo; o extrato
      *>  na tela substitui o relatorio.
            move c-nao                              to wf-opcao-fl-ativa(3)
            move c-nao                              to wf-opcao-fl-ativa(5)
            move "02-Extrato     "                  to wf-opcao-descricao(2)

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
                     perform 2100-extrato
                when 04
                     perform 2100-exclusao
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> Lancamento manual. Tarifa e sempre debito; transferencia debita a
      *> conta informada e credita a conta destino; outros leva a natureza
      *> que a tesouraria informar.
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 9000-aceita-conta

            perform until f-data-movimento <> zeros
                 accept f-data-movimento at line 07 col 35 with update auto-skip
            end-perform

            perform until f-fl-tipo = "T" or "R" or "O"
                 accept f-fl-tipo at line 09 col 35 with update auto-skip
            end-perform

            evaluate f-fl-tipo
                 when "T"
                      move "D"                     to f-fl-natureza
                      display f-fl-natureza        at line 10 col 35
                 when "R"
                      move "D"                     to f-fl-natureza
                      display f-fl-natureza        at line 10 col 35
                      perform 9000-aceita-conta-destino
                 when other
                      perform until f-fl-natureza = "C" or "D"
                           accept f-fl-natureza at line 10 col 35 with update auto-skip
                      end-perform
            end-evaluate

            perform until f-valor > zeros
                 accept f-valor at line 13 col 35 with update auto-skip
            end-perform

            perform until f-historico <> spaces
                 accept f-historico at line 15 col 35 with update auto-skip
            end-perform

      *>    Documento que vai aparecer no extrato do banco (numero do DOC/TED,
      *>    cheque) - opcional, ajuda a conciliacao a casar o lancamento.
            accept f-documento at line 16 col 35 with update auto-skip

            move "Confirma inclusao do lancamento? [S/N]"  to ws-mensagem
            perform 9000-mensagem

            if   not ws-mensagem-opcao-sim
                 perform 8000-controle-frame
                 exit section
            end-if

            move lnk-cd-usuario                    to ws-cd-usuario-operacao

            move lnk-cd-empresa                    to ws-ts-cd-empresa
            move lnk-cd-filial                     to ws-ts-cd-filial
            move f-cd-conta                        to ws-ts-cd-conta
            move f-data-movimento                  to ws-ts-data-movimento
            move f-fl-natureza                     to ws-ts-fl-natureza
            move f-valor                           to ws-ts-valor
            move "M"                               to ws-ts-fl-origem
            move f-fl-tipo                         to ws-ts-fl-tipo-manual
            move f-historico                       to ws-ts-historico
            move spaces                            to ws-ts-chave-referencia
            move f-documento                       to ws-ts-documento
            perform 9000-registra-movimento-tesouraria

            if   not ws-operacao-ok
                 string "Erro de gravacao - f08300-movimento-tesouraria [" f08300-chave "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            move ws-ts-sequencia                   to f-sequencia
            display f-sequencia                    at line 17 col 35

            if   f-fl-tipo = "R"
                 perform 9000-grava-perna-destino
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Extrato da conta a partir da data informada: saldo de abertura do dia
      *> e os movimentos com o saldo corrido, ate o fim da tela.
       2100-extrato section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 9000-aceita-conta

            perform until f-data-movimento <> zeros
                 accept f-data-movimento at line 07 col 35 with update auto-skip
            end-perform

      *>       Saldo no fim do dia anterior a data pedida (ou o saldo inicial,
      *>       se a data pedida nao passa da data dele).
            move lnk-cd-empresa                     to ws-ts-cd-empresa
            move lnk-cd-filial                      to ws-ts-cd-filial
            move f-cd-conta                         to ws-ts-cd-conta
            move f08200-saldo-inicial               to ws-ts-saldo
            move f08200-data-saldo-inicial          to ws-ts-data-inicial

            if   f-data-movimento > f08200-data-saldo-inicial
                 compute ws-ts-data-limite = function date-of-integer
                         (function integer-of-date(f-data-movimento) - 1)
                 perform 9000-saldo-conta-tesouraria
            else
                 move f08200-data-saldo-inicial     to f-data-movimento
            end-if

            move ws-ts-saldo                        to ws-le-saldo
            display "Saldo de abertura:"            at line 09 col 02
            display ws-le-saldo                     at line 09 col 21
            display "Data     Seq.  NC         Valor Historico                             Saldo"
                                                    at line 10 col 02

            move zeros                              to ws-total-movimentos
            move 10                                 to ws-linha-tela

            initialize                              f08300-chave
            move lnk-cd-empresa                     to f08300-cd-empresa
            move lnk-cd-filial                      to f08300-cd-filial
            move f-cd-conta                         to f08300-cd-conta
            move f-data-movimento                   to f08300-data-movimento

            perform 9000-str-pd08300-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08300-seq-1

                 if   ws-operacao-ok
                 and  f08300-cd-empresa equal lnk-cd-empresa
                 and  f08300-cd-filial  equal lnk-cd-filial
                 and  f08300-cd-conta   equal f-cd-conta

                      add 1                          to ws-total-movimentos
                      add 1                          to ws-linha-tela

                      if   f08300-credito
                           add f08300-valor          to ws-ts-saldo
                      else
                           subtract f08300-valor     from ws-ts-saldo
                      end-if

                      move f08300-data-movimento     to ws-le-data-movimento
                      move f08300-sequencia          to ws-le-sequencia
                      move f08300-fl-natureza        to ws-le-fl-natureza
                      if   f08300-conciliado
                           move "*"                  to ws-le-fl-conciliado
                      else
                           move space                to ws-le-fl-conciliado
                      end-if
                      move f08300-valor              to ws-le-valor
                      move f08300-historico          to ws-le-historico
                      move ws-ts-saldo               to ws-le-saldo

                      if   ws-linha-tela < 22
                           display ws-linha-extrato at line ws-linha-tela col 02
                      else
                           set ws-operacao-nok       to true
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            if   ws-total-movimentos = zeros
                 move "Conta sem movimentos a partir da data informada!" to ws-mensagem
                 perform 9000-mensagem
            end-if

            if   ws-linha-tela not < 22
                 move "Ha mais movimentos - consulte a partir de uma data posterior" to ws-mensagem
                 perform 9000-mensagem
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Exclusao de lancamento manual pela chave conta/data/sequencia. Numa
      *> transferencia a outra perna (chave de referencia) sai junto.
       2100-exclusao section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 9000-aceita-conta

            perform until f-data-movimento <> zeros
                 accept f-data-movimento at line 07 col 35 with update auto-skip
            end-perform

            perform until f-sequencia <> zeros
                 accept f-sequencia at line 17 col 35 with update auto-skip
            end-perform

            initialize                              f08300-chave
            move lnk-cd-empresa                     to f08300-cd-empresa
            move lnk-cd-filial                      to f08300-cd-filial
            move f-cd-conta                         to f08300-cd-conta
            move f-data-movimento                   to f08300-data-movimento
            move f-sequencia                        to f08300-sequencia

            perform 9000-ler-pd08300-ran-1
            if   not ws-operacao-ok
                 move "Lancamento nao encontrado!"   to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            move f08300-fl-tipo-manual              to f-fl-tipo
            move f08300-fl-natureza                 to f-fl-natureza
            move f08300-valor                       to f-valor
            move f08300-historico                   to f-historico
            move f08300-documento                   to f-documento
            display frm-lancamento

            if   not f08300-origem-manual
                 move "Movimento de baixa - estorne pela baixa no financeiro!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

      *>  O que o banco ja confirmou nao se desfaz - nem a outra perna da
      *>  transferencia.
            if   f08300-conciliado
                 move "Lancamento ja conciliado - exclusao nao permitida!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            if   f08300-manual-transferencia
            and  f08300-chave-referencia <> spaces
                 perform 9000-confere-perna-conciliada
                 if   ws-perna-conciliada
                      move "Outra perna da transferencia conciliada - exclusao negada!" to ws-mensagem
                      perform 9000-mensagem
                      perform 8000-controle-frame
                      exit section
                 end-if
            end-if

            perform 9000-sleep-3s

            if   f08300-manual-transferencia
                 move "Confirma exclusao da TRANSFERENCIA (as duas pernas)? [S/N]" to ws-mensagem
            else
                 move "Confirma exclusao do lancamento? [S/N]" to ws-mensagem
            end-if
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 move f08300-chave-referencia       to ws-chave-perna-destino

                 perform 9000-excluir-pd08300

                 if   f-fl-tipo = "R"
                 and  ws-chave-perna-destino <> spaces
                      move ws-chave-perna-destino   to f08300-chave
                      perform 9000-ler-pd08300-ran-1
                      if   ws-operacao-ok
                           perform 9000-excluir-pd08300
                      end-if
                 end-if

            end-if

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
            display frm-lancamento

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-lancamento

            perform 9000-frame-padrao
            display frm-lancamento

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
      *> Conta da empresa/filial da sessao - tem de existir e estar ativa (a
      *> exclusao e o extrato aceitam conta inativa, que ainda tem historia).
       9000-aceita-conta section.

            set ws-conta-nok                        to true

            perform until ws-conta-ok

                 accept f-cd-conta at line 05 col 35 with update auto-skip

                 initialize                         f08200-chave
                 move lnk-cd-empresa                to f08200-cd-empresa
                 move lnk-cd-filial                 to f08200-cd-filial
                 move f-cd-conta                    to f08200-cd-conta
                 perform 9000-ler-pd08200-ran-1

                 if   ws-operacao-ok
                 and  (f08200-conta-ativa or wf-opcao <> 01)
                      set ws-conta-ok               to true
                      display f08200-descricao      at line 05 col 40
                 else
                      move "Conta bancaria inexistente ou inativa!" to ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-perform

       exit.

      *>=================================================================================
       9000-aceita-conta-destino section.

            set ws-conta-nok                        to true

            perform until ws-conta-ok

                 accept f-cd-conta-destino at line 11 col 35 with update auto-skip

                 initialize                         f08200-chave
                 move lnk-cd-empresa                to f08200-cd-empresa
                 move lnk-cd-filial                 to f08200-cd-filial
                 move f-cd-conta-destino            to f08200-cd-conta
                 perform 9000-ler-pd08200-ran-1

                 if   ws-operacao-ok
                 and  f08200-conta-ativa
                 and  f-cd-conta-destino <> f-cd-conta
                      set ws-conta-ok               to true
                      display f08200-descricao      at line 11 col 40
                 else
                      move "Conta destino inexistente, inativa ou igual a origem!" to ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Perna de credito da transferencia na conta destino, referenciando a
      *> perna de debito recem-gravada (f08300 ainda com ela), que depois e
      *> regravada apontando para a de credito.
       9000-grava-perna-destino section.

            move f08300-chave                      to ws-chave-perna-origem

            move f-cd-conta-destino                to ws-ts-cd-conta
            move "C"                               to ws-ts-fl-natureza
            move ws-chave-perna-origem             to ws-ts-chave-referencia
            perform 9000-registra-movimento-tesouraria

            if   not ws-operacao-ok
                 string "Erro de gravacao - f08300-movimento-tesouraria [" f08300-chave "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f08300-chave                      to ws-chave-perna-destino

            move ws-chave-perna-origem             to f08300-chave
            perform 9000-ler-pd08300-ran-1

            if   ws-operacao-ok
                 move ws-chave-perna-destino       to f08300-chave-referencia
                 perform 9000-marca-auditoria-pd08300
                 perform 9000-regravar-pd08300
            end-if

            if   not ws-operacao-ok
                 string "Erro de gravacao - f08300-movimento-tesouraria [" f08300-chave "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Le a outra perna da transferencia e volta para o lancamento que esta
      *> na tela, ligando ws-perna-conciliada se a outra ja foi conciliada.
       9000-confere-perna-conciliada section.

            move "N"                               to ws-fl-perna-conciliada

            move f08300-chave                      to ws-chave-perna-origem
            move f08300-chave-referencia           to f08300-chave
            perform 9000-ler-pd08300-ran-1

            if   ws-operacao-ok
            and  f08300-conciliado
                 set ws-perna-conciliada           to true
            end-if

            move ws-chave-perna-origem             to f08300-chave
            perform 9000-ler-pd08300-ran-1

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR08200.cpy.
       copy CSR08300.cpy.
