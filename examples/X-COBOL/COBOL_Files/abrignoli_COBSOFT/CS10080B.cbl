      $set sourceformat"free"
       program-id. CS10080B.
      *>=================================================================================
      *>
      *>                 Extrato de Conta Corrente por Destinatario
      *>
      *>    Le empresa/filial/destinatario/periodo em PAR10080B e emite o
      *>    extrato de conta do cliente - ou, com destinatario zerado, de
      *>    todo destinatario da filial que tem parcela em aberto em PD05900.
      *>    Cada extrato traz o saldo anterior ao inicio do periodo e, em
      *>    ordem de data, as parcelas das notas de saida (vencimento,
      *>    situacao, sinal de credito por devolucao), as devolucoes (PD05000
      *>    e HIS05000 tipo 02) e os recebimentos do razao de baixas PD08100,
      *>    com saldo corrente linha a linha e saldo final. A conta e:
      *>    parcelas lancadas menos devolucoes menos recebimentos (principal +
      *>    desconto); a baixa por abatimento de credito (origem C) sai no
      *>    extrato mas nao mexe no saldo, porque a devolucao que gerou o
      *>    credito ja abateu. Parcela aberta vencida mostra juros/multa ate
      *>    a data final (mesmo calculo de CS10038B/CS10022C, PD06500). A
      *>    saida leva numero de geracao e fica registrada no catalogo de
      *>    spool PD06300 - a prova do que foi enviado ao cliente.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00600.cpy.
       copy CSS05000.cpy.
       copy CSS05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==
                                   ==ws-fs-pd05000== by ==ws-fs-his05000==
                                   =="PD05000"== by =="HIS05000"==.
       copy CSS05900.cpy.
       copy CSS06300.cpy.
       copy CSS06500.cpy.
       copy CSS08100.cpy.

           select par10080b
               assign to "PAR10080B"
               organization is line sequential
               file status is ws-fs-par10080b.

      *>   Saida com numero de geracao, registrada no catalogo de spool PD06300
      *>   (vide CS10033C) - o extrato enviado ao cliente fica preservado como
      *>   evidencia.
           select rel10080b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-rel10080b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00600.cpy.
       copy CSF05000.cpy.
       copy CSF05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==.
       copy CSF05900.cpy.
       copy CSF06300.cpy.
       copy CSF06500.cpy.
       copy CSF08100.cpy.

       fd   par10080b
            record contains 32 characters.

      *>   Destinatario zerado = todos com parcela aberta na filial; data
      *>   final zerada = hoje.
       01   par10080b-linha.
            03 pp-cd-empresa                       pic 9(03).
            03 pp-cd-filial                        pic 9(04).
            03 pp-cd-destinatario                  pic 9(09).
            03 pp-data-inicio                       pic 9(08).
            03 pp-data-fim                          pic 9(08).

       fd   rel10080b
            record contains 132 characters.

       01   rel10080b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10080B".
       78   c-descricao-programa                   value "EXTRATO DE CONTA".
       78   c-max-clientes-extrato                 value 2000.
       78   c-max-lancamentos                      value 1000.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-extrato.
            03 ws-fs-par10080b                      pic x(02).
            03 ws-fs-rel10080b                      pic x(02).
            03 ws-fs-his05000                       pic x(02).
            03 ws-fl-parametro-ok                    pic x(01).
               88 ws-parametro-ok                        value "S".
               88 ws-parametro-nok                       value "N".
            03 ws-fl-fim-historico                   pic x(01).
               88 ws-fim-historico                       value "S".
            03 ws-fl-achou                           pic x(01).
               88 ws-achou                               value "S".
            03 ws-fl-trocou                          pic x(01).
               88 ws-trocou                              value "S".
            03 ws-data-fim                           pic 9(08).
            03 ws-cd-destinatario                    pic 9(09).
            03 ws-data-nota                          pic 9(08).
            03 ws-chave-doc-comparacao               pic x(21).
            03 ws-chave-parcela-comparacao           pic x(23).
            03 ws-idx-cliente                        pic 9(04).
            03 ws-idx-lancamento                     pic 9(04).
            03 ws-idx-troca                          pic 9(04).
            03 ws-ordem-lancamento                   pic 9(04).
            03 ws-dias-atraso                        pic 9(05).
            03 ws-valor-saldo-parcela                pic 9(09)v9(02).
            03 ws-valor-juros                        pic 9(09)v9(02).
            03 ws-valor-multa                        pic 9(09)v9(02).
            03 ws-total-extratos                     pic 9(05).
            03 ws-descartados                        pic 9(07).

       01   ws-saldos-extrato.
            03 ws-saldo-anterior                     pic s9(11)v9(02).
            03 ws-saldo-corrente                     pic s9(11)v9(02).
            03 ws-total-debitos                      pic 9(11)v9(02).
            03 ws-total-creditos                     pic 9(11)v9(02).
            03 ws-total-encargos                     pic 9(11)v9(02).
            03 ws-saldo-atualizado                   pic s9(11)v9(02).

      *> Destinatarios com parcela aberta na filial (modo "todos"), em ordem
      *> de codigo.
       01   ws-tab-clientes.
            03 ws-tc-total-ocor                      pic 9(04) value zeros.
            03 ws-tc-ocor                            occurs 2000.
               05 ws-tc-cd-destinatario              pic 9(09).

      *> Lancamentos do periodo do destinatario corrente - ordenados por data
      *> e, na mesma data, pela ordem em que foram colhidos (parcela antes do
      *> recebimento dela).
       01   ws-tab-lancamentos.
            03 ws-tl-total-ocor                      pic 9(04) value zeros.
            03 ws-tl-ocor                            occurs 1000.
               05 ws-tl-chave-ordenacao.
                  07 ws-tl-data                      pic 9(08).
                  07 ws-tl-ordem                     pic 9(04).
               05 ws-tl-historico                    pic x(09).
               05 ws-tl-numero-documento             pic 9(09).
               05 ws-tl-serie-documento              pic x(03).
               05 ws-tl-parcela                      pic x(02).
               05 ws-tl-vencimento                   pic x(08).
               05 ws-tl-situacao                     pic x(07).
               05 ws-tl-valor-debito                 pic 9(09)v9(02).
               05 ws-tl-valor-credito                pic 9(09)v9(02).
               05 ws-tl-fl-afeta-saldo               pic x(01).
                  88 ws-tl-afeta-saldo                   value "S".
               05 ws-tl-valor-encargos               pic 9(09)v9(02).
               05 ws-tl-observacao                   pic x(14).

       01   ws-troca-lancamento                     pic x(98).

       01   rel10080b-cabecalho.
            03 filler                              pic x(18) value "Extrato de conta -".
            03 filler                              pic x(09) value " Cliente:".
            03 rx-cab-cd-destinatario               pic 9(09).
            03 filler                              pic x(01) value space.
            03 rx-cab-nome                          pic x(55) value spaces.
            03 filler                              pic x(09) value " Empresa:".
            03 rx-cab-cd-empresa                    pic 9(03).
            03 filler                              pic x(08) value " Filial:".
            03 rx-cab-cd-filial                     pic 9(04).

       01   rel10080b-periodo.
            03 filler                              pic x(08) value "Periodo:".
            03 rx-per-data-inicio                   pic 9(08).
            03 filler                              pic x(03) value " a ".
            03 rx-per-data-fim                      pic 9(08).
            03 filler                              pic x(20) value "   Saldo anterior..:".
            03 rx-per-saldo-anterior                pic -zz.zzz.zzz.zz9,99.

       01   rel10080b-titulo.
            03 filler                              pic x(44) value "Data     Historico Documento     Pc Vencto. ".
            03 filler                              pic x(44) value " Sit.            Debito        Credito      ".
            03 filler                              pic x(44) value "        Saldo    Juros/Multa Observacao     ".

       01   rel10080b-movimento.
            03 rx-mov-data                          pic 9(08).
            03 filler                              pic x(01) value space.
            03 rx-mov-historico                     pic x(09).
            03 filler                              pic x(01) value space.
            03 rx-mov-numero-documento              pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rx-mov-serie-documento               pic x(03).
            03 filler                              pic x(01) value space.
            03 rx-mov-parcela                       pic x(02).
            03 filler                              pic x(01) value space.
            03 rx-mov-vencimento                    pic x(08).
            03 filler                              pic x(01) value space.
            03 rx-mov-situacao                      pic x(07).
            03 filler                              pic x(01) value space.
            03 rx-mov-debito                        pic zzz.zzz.zz9,99 blank when zero.
            03 filler                              pic x(01) value space.
            03 rx-mov-credito                       pic zzz.zzz.zz9,99 blank when zero.
            03 filler                              pic x(01) value space.
            03 rx-mov-saldo                         pic -zz.zzz.zzz.zz9,99.
            03 filler                              pic x(01) value space.
            03 rx-mov-encargos                      pic zzz.zzz.zz9,99 blank when zero.
            03 filler                              pic x(01) value space.
            03 rx-mov-observacao                    pic x(14).

       01   rel10080b-fechamento.
            03 filler                              pic x(13) value "Debitos.....:".
            03 rx-fec-debitos                       pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(11) value " Creditos:".
            03 rx-fec-creditos                      pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(14) value " Saldo final:".
            03 rx-fec-saldo-final                   pic -zz.zzz.zzz.zz9,99.
            03 filler                              pic x(10) value " Encargos:".
            03 rx-fec-encargos                      pic zz.zzz.zzz.zz9,99.

       01   rel10080b-atualizado.
            03 filler                              pic x(41) value "Saldo atualizado com encargos na data...:".
            03 rx-atu-saldo-atualizado              pic -zz.zzz.zzz.zz9,99.

       01   rel10080b-resumo.
            03 filler                              pic x(20) value "Extratos emitidos..:".
            03 rx-res-total-extratos                pic zzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       procedure division.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            if   ws-parametro-ok
                 perform 2000-processamento
            end-if
            perform 3000-finalizacao
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            set ws-parametro-nok                    to true
            move zeros                              to ws-total-extratos
            move zeros                              to ws-descartados

            open input par10080b
            read par10080b
                 at end
                      move "Parametro PAR10080B ausente ou vazio!" to ws-mensagem
                      perform 9000-mensagem-lote
                 not at end
                      set ws-parametro-ok            to true
            end-read
            close par10080b

            if   ws-parametro-ok
                 if   pp-data-fim = zeros
                      move function current-date(1:8) to ws-data-fim
                 else
                      move pp-data-fim               to ws-data-fim
                 end-if
            end-if

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd00600
            perform 9000-abrir-io-pd05000

            open input his05000

            perform 9000-abrir-io-pd05900
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd06500
            perform 9000-abrir-io-pd08100

            move c-este-programa                     to f06300-nome-programa
            move "REL10080B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output rel10080b

       exit.

      *>=================================================================================
       2000-processamento section.

            if   pp-cd-destinatario <> zeros
                 move pp-cd-destinatario            to ws-cd-destinatario
                 perform 2100-emite-extrato
            else
                 perform 2050-carrega-clientes-abertos
                 perform varying ws-idx-cliente from 1 by 1
                         until ws-idx-cliente > ws-tc-total-ocor
                      move ws-tc-cd-destinatario(ws-idx-cliente)
                                                    to ws-cd-destinatario
                      perform 2100-emite-extrato
                 end-perform
            end-if

            if   ws-descartados > zeros
                 move spaces                        to rel10080b-linha
                 string "*** ALERTA: " ws-descartados
                        " lancamento(s)/cliente(s) fora da tabela - extrato incompleto ***"
                      delimited by size into rel10080b-linha
                 write rel10080b-linha

                 move zeros                         to ws-cd-usuario-operacao
                 string "Extrato INCOMPLETO - " ws-descartados
                        " ocorrencia(s) descartada(s)" into ws-mensagem
                 perform 9000-mensagem-lote
            end-if

            move ws-total-extratos                  to rx-res-total-extratos
            write rel10080b-linha                   from rel10080b-resumo

       exit.

      *>=================================================================================
      *> Destinatarios distintos com parcela aberta na empresa/filial,
      *> ordenados por codigo (troca de vizinhos, como em CS10053B).
       2050-carrega-clientes-abertos section.

            initialize                              f05900-chave
            move pp-cd-empresa                      to f05900-cd-empresa
            move pp-cd-filial                       to f05900-cd-filial
            perform 9000-str-pd05900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd05900-seq-1

                 if   ws-operacao-ok
                 and  f05900-cd-empresa equal pp-cd-empresa
                 and  f05900-cd-filial  equal pp-cd-filial

                      if   f05900-duplicata-aberta
                           perform 2060-inclui-cliente
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            set ws-trocou                           to true
            perform until not ws-trocou
                 move "N"                           to ws-fl-trocou
                 perform varying ws-idx-cliente from 1 by 1
                         until ws-idx-cliente not less ws-tc-total-ocor
                      compute ws-idx-troca = ws-idx-cliente + 1
                      if   ws-tc-cd-destinatario(ws-idx-cliente)
                           > ws-tc-cd-destinatario(ws-idx-troca)
                           move ws-tc-cd-destinatario(ws-idx-cliente)
                                                    to ws-cd-destinatario
                           move ws-tc-cd-destinatario(ws-idx-troca)
                                                    to ws-tc-cd-destinatario(ws-idx-cliente)
                           move ws-cd-destinatario  to ws-tc-cd-destinatario(ws-idx-troca)
                           set ws-trocou             to true
                      end-if
                 end-perform
            end-perform

       exit.

      *>=================================================================================
       2060-inclui-cliente section.

            move "N"                                to ws-fl-achou

            perform varying ws-idx-cliente from 1 by 1
                    until ws-idx-cliente > ws-tc-total-ocor
                 if   ws-tc-cd-destinatario(ws-idx-cliente)
                      equal f05900-cd-destinatario
                      set ws-achou                  to true
                      exit perform
                 end-if
            end-perform

            if   not ws-achou
                 if   ws-tc-total-ocor not less c-max-clientes-extrato
                      add 1                         to ws-descartados
                 else
                      add 1                         to ws-tc-total-ocor
                      move f05900-cd-destinatario
                                                    to ws-tc-cd-destinatario(ws-tc-total-ocor)
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Extrato de ws-cd-destinatario: colhe saldo anterior e lancamentos do
      *> periodo, ordena e imprime.
       2100-emite-extrato section.

            initialize                              ws-saldos-extrato
            move zeros                              to ws-tl-total-ocor
            move zeros                              to ws-ordem-lancamento

            perform 2200-colhe-duplicatas
            perform 2300-colhe-devolucoes
            perform 2700-ordena-lancamentos
            perform 2800-imprime-extrato

            add 1                                   to ws-total-extratos

       exit.

      *>=================================================================================
      *> Parcelas do destinatario na filial (os documentos cancelados nao tem
      *> parcela - CS10006C as exclui no cancelamento) e os recebimentos de
      *> cada uma. A data do lancamento da parcela e a emissao da nota.
       2200-colhe-duplicatas section.

            initialize                              f05900-chave
            move pp-cd-empresa                      to f05900-cd-empresa
            move pp-cd-filial                       to f05900-cd-filial
            perform 9000-str-pd05900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd05900-seq-1

                 if   ws-operacao-ok
                 and  f05900-cd-empresa equal pp-cd-empresa
                 and  f05900-cd-filial  equal pp-cd-filial

                      if   f05900-cd-destinatario equal ws-cd-destinatario
                      and  f05900-nota-saida
                           perform 2210-lanca-duplicata
                      end-if

                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2210-lanca-duplicata section.

            perform 9000-data-emissao-nota

            if   ws-data-nota > ws-data-fim
                 exit section
            end-if

            if   ws-data-nota < pp-data-inicio
                 add f05900-valor-parcela           to ws-saldo-anterior
            else
                 perform 9000-novo-lancamento
                 if   ws-idx-lancamento <> zeros
                      move ws-data-nota             to ws-tl-data(ws-idx-lancamento)
                      move "DUPLICATA"              to ws-tl-historico(ws-idx-lancamento)
                      move f05900-numero-documento  to ws-tl-numero-documento(ws-idx-lancamento)
                      move f05900-serie-documento   to ws-tl-serie-documento(ws-idx-lancamento)
                      move f05900-parcela           to ws-tl-parcela(ws-idx-lancamento)
                      move f05900-data-vencimento   to ws-tl-vencimento(ws-idx-lancamento)
                      move f05900-valor-parcela     to ws-tl-valor-debito(ws-idx-lancamento)
                      set ws-tl-afeta-saldo(ws-idx-lancamento) to true

                      evaluate true
                           when f05900-duplicata-paga
                                move "PAGA"         to ws-tl-situacao(ws-idx-lancamento)
                           when f05900-valor-baixado > zeros
                                move "PARCIAL"      to ws-tl-situacao(ws-idx-lancamento)
                           when other
                                move "ABERTA"       to ws-tl-situacao(ws-idx-lancamento)
                      end-evaluate

                      if   f05900-credito-sinalizado
                           move "CRED.DEVOLUCAO" to ws-tl-observacao(ws-idx-lancamento)
                      end-if

                      perform 2220-calcula-encargos
                      move ws-valor-juros           to ws-tl-valor-encargos(ws-idx-lancamento)
                      add ws-valor-multa            to ws-tl-valor-encargos(ws-idx-lancamento)
                      add ws-valor-juros            to ws-total-encargos
                      add ws-valor-multa            to ws-total-encargos
                 end-if
            end-if

            perform 2230-colhe-recebimentos

       exit.

      *>=================================================================================
      *> Juros pro-rata dia (taxa mensal sobre base 30) e multa fixa sobre o
      *> saldo da parcela aberta vencida na data final - mesmo calculo de
      *> 9000-calcula-encargos-parcela em CS10038B. Filial sem parametros
      *> nao cobra encargos.
       2220-calcula-encargos section.

            move zeros                              to ws-valor-juros
            move zeros                              to ws-valor-multa

            if   f05900-duplicata-paga
            or   f05900-data-vencimento not less ws-data-fim
                 exit section
            end-if

            if   f05900-valor-baixado not less f05900-valor-parcela
                 exit section
            end-if

            compute ws-valor-saldo-parcela = f05900-valor-parcela - f05900-valor-baixado
            compute ws-dias-atraso =
                    function integer-of-date(ws-data-fim)
                    - function integer-of-date(f05900-data-vencimento)

            initialize                              f06500-parametro-financeiro
            move f05900-cd-empresa                  to f06500-cd-empresa
            move f05900-cd-filial                   to f06500-cd-filial
            perform 9000-ler-pd06500-ran-1

            if   not ws-operacao-ok
                 set ws-operacao-ok                 to true
                 exit section
            end-if

            compute ws-valor-juros rounded =
                    ws-valor-saldo-parcela
                    * f06500-taxa-juros-mensal / 100
                    * ws-dias-atraso / 30
            compute ws-valor-multa rounded =
                    ws-valor-saldo-parcela * f06500-perc-multa / 100

            set ws-operacao-ok                      to true

       exit.

      *>=================================================================================
      *> Movimentos de PD08100 da parcela corrente. Principal + desconto
      *> abatem o saldo; juros/multa recebidos saem informativos. Abatimento
      *> de credito (origem C) sai sem mexer no saldo - a devolucao ja abateu.
       2230-colhe-recebimentos section.

            initialize                              f08100-chave
            move f05900-chave                       to f08100-chave-parcela
            move f08100-chave-parcela               to ws-chave-parcela-comparacao
            perform 9000-str-pd08100-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08100-seq-1

                 if   ws-operacao-ok
                 and  f08100-chave-parcela equal ws-chave-parcela-comparacao

                      if   f08100-data-movimento not greater ws-data-fim
                           perform 2240-lanca-recebimento
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            set ws-operacao-ok                      to true

       exit.

      *>=================================================================================
       2240-lanca-recebimento section.

            if   f08100-data-movimento < pp-data-inicio
                 if   not f08100-origem-credito
                      subtract f08100-valor-principal from ws-saldo-anterior
                      subtract f08100-valor-desconto  from ws-saldo-anterior
                 end-if
                 exit section
            end-if

            perform 9000-novo-lancamento
            if   ws-idx-lancamento = zeros
                 exit section
            end-if

            move f08100-data-movimento              to ws-tl-data(ws-idx-lancamento)
            move f08100-numero-documento            to ws-tl-numero-documento(ws-idx-lancamento)
            move f08100-serie-documento             to ws-tl-serie-documento(ws-idx-lancamento)
            move f08100-parcela                     to ws-tl-parcela(ws-idx-lancamento)
            compute ws-tl-valor-credito(ws-idx-lancamento) =
                    f08100-valor-principal + f08100-valor-desconto
            move f08100-valor-juros-multa           to ws-tl-valor-encargos(ws-idx-lancamento)

            if   f08100-origem-credito
                 move "ABAT.CRED"                  to ws-tl-historico(ws-idx-lancamento)
                 move "JA CREDITADO"                to ws-tl-observacao(ws-idx-lancamento)
            else
                 move "RECEBIDO"                  to ws-tl-historico(ws-idx-lancamento)
                 set ws-tl-afeta-saldo(ws-idx-lancamento) to true
                 if   f08100-valor-desconto > zeros
                      move "COM DESCONTO"           to ws-tl-observacao(ws-idx-lancamento)
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Devolucoes (tipo 02) do destinatario, vivas e arquivadas - a chave
      *> primaria agrupa por empresa/filial/tipo, entao so o trecho das
      *> devolucoes e lido.
       2300-colhe-devolucoes section.

            initialize                              f05000-chave
            move pp-cd-empresa                      to f05000-cd-empresa
            move pp-cd-filial                       to f05000-cd-filial
            set f05000-nota-devolucao               to true

            set ws-operacao-nok                     to true
            start pd05000
                 key is not less than f05000-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok            to true
            end-start

            perform until not ws-operacao-ok

                 perform 9000-ler-pd05000-seq-1

                 if   ws-operacao-ok
                 and  f05000-cd-empresa equal pp-cd-empresa
                 and  f05000-cd-filial  equal pp-cd-filial
                 and  f05000-nota-devolucao

                      perform 2310-lanca-devolucao

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            if   ws-fs-his05000 <> "00"
                 exit section
            end-if

            initialize                              h05000-chave
            move pp-cd-empresa                      to h05000-cd-empresa
            move pp-cd-filial                       to h05000-cd-filial
            set h05000-nota-devolucao               to true

            move "N"                                to ws-fl-fim-historico
            start his05000
                 key is not less than h05000-chave
                 invalid key
                      set ws-fim-historico          to true
            end-start

            perform until ws-fim-historico

                 read his05000 next record
                      at end
                           set ws-fim-historico     to true
                      not at end
                           if   h05000-cd-empresa equal pp-cd-empresa
                           and  h05000-cd-filial  equal pp-cd-filial
                           and  h05000-nota-devolucao
                                move h05000-mestre-nota-fiscal
                                                    to f05000-mestre-nota-fiscal
                                perform 2310-lanca-devolucao
                           else
                                set ws-fim-historico to true
                           end-if
                 end-read

            end-perform

       exit.

      *>=================================================================================
       2310-lanca-devolucao section.

            if   f05000-cd-destinatario not equal ws-cd-destinatario
            or   f05000-doc-cancelado
            or   f05000-data-operacao > ws-data-fim
                 exit section
            end-if

            if   f05000-data-operacao < pp-data-inicio
                 subtract f05000-valor-total        from ws-saldo-anterior
                 exit section
            end-if

            perform 9000-novo-lancamento
            if   ws-idx-lancamento = zeros
                 exit section
            end-if

            move f05000-data-operacao               to ws-tl-data(ws-idx-lancamento)
            move "DEVOLUCAO"                        to ws-tl-historico(ws-idx-lancamento)
            move f05000-numero-documento            to ws-tl-numero-documento(ws-idx-lancamento)
            move f05000-serie-documento             to ws-tl-serie-documento(ws-idx-lancamento)
            move f05000-valor-total                 to ws-tl-valor-credito(ws-idx-lancamento)
            set ws-tl-afeta-saldo(ws-idx-lancamento) to true
            string "NF " f05000-numero-documento-origem
                 delimited by size into ws-tl-observacao(ws-idx-lancamento)

       exit.

      *>=================================================================================
      *> Ordena os lancamentos por data/ordem de coleta - troca de vizinhos
      *> ate nao haver troca.
       2700-ordena-lancamentos section.

            set ws-trocou                           to true
            perform until not ws-trocou
                 move "N"                           to ws-fl-trocou
                 perform varying ws-idx-lancamento from 1 by 1
                         until ws-idx-lancamento not less ws-tl-total-ocor
                      compute ws-idx-troca = ws-idx-lancamento + 1
                      if   ws-tl-chave-ordenacao(ws-idx-lancamento)
                           > ws-tl-chave-ordenacao(ws-idx-troca)
                           move ws-tl-ocor(ws-idx-lancamento) to ws-troca-lancamento
                           move ws-tl-ocor(ws-idx-troca)      to ws-tl-ocor(ws-idx-lancamento)
                           move ws-troca-lancamento           to ws-tl-ocor(ws-idx-troca)
                           set ws-trocou             to true
                      end-if
                 end-perform
            end-perform

       exit.

      *>=================================================================================
       2800-imprime-extrato section.

            initialize                              f00600-destinatario
            move pp-cd-empresa                      to f00600-cd-empresa
            move pp-cd-filial                       to f00600-cd-filial
            move ws-cd-destinatario                 to f00600-cd-destinatario
            perform 9000-ler-pd00600-ran-1
            if   ws-operacao-ok
                 move f00600-nome-destinatario      to rx-cab-nome
            else
                 move "(nao cadastrado)"            to rx-cab-nome
            end-if
            set ws-operacao-ok                      to true

            move spaces                             to rel10080b-linha
            write rel10080b-linha

            move ws-cd-destinatario                 to rx-cab-cd-destinatario
            move pp-cd-empresa                      to rx-cab-cd-empresa
            move pp-cd-filial                       to rx-cab-cd-filial
            write rel10080b-linha                   from rel10080b-cabecalho

            move pp-data-inicio                     to rx-per-data-inicio
            move ws-data-fim                        to rx-per-data-fim
            move ws-saldo-anterior                  to rx-per-saldo-anterior
            write rel10080b-linha                   from rel10080b-periodo

            write rel10080b-linha                   from rel10080b-titulo

            move ws-saldo-anterior                  to ws-saldo-corrente

            perform varying ws-idx-lancamento from 1 by 1
                    until ws-idx-lancamento > ws-tl-total-ocor
                 perform 2810-imprime-lancamento
            end-perform

            move ws-total-debitos                   to rx-fec-debitos
            move ws-total-creditos                  to rx-fec-creditos
            move ws-saldo-corrente                  to rx-fec-saldo-final
            move ws-total-encargos                  to rx-fec-encargos
            write rel10080b-linha                   from rel10080b-fechamento

            compute ws-saldo-atualizado = ws-saldo-corrente + ws-total-encargos
            move ws-saldo-atualizado                to rx-atu-saldo-atualizado
            write rel10080b-linha                   from rel10080b-atualizado

       exit.

      *>=================================================================================
       2810-imprime-lancamento section.

            if   ws-tl-afeta-saldo(ws-idx-lancamento)
                 add ws-tl-valor-debito(ws-idx-lancamento)    to ws-saldo-corrente
                 subtract ws-tl-valor-credito(ws-idx-lancamento) from ws-saldo-corrente
                 add ws-tl-valor-debito(ws-idx-lancamento)    to ws-total-debitos
                 add ws-tl-valor-credito(ws-idx-lancamento)   to ws-total-creditos
            end-if

            move ws-tl-data(ws-idx-lancamento)      to rx-mov-data
            move ws-tl-historico(ws-idx-lancamento) to rx-mov-historico
            move ws-tl-numero-documento(ws-idx-lancamento) to rx-mov-numero-documento
            move ws-tl-serie-documento(ws-idx-lancamento)  to rx-mov-serie-documento
            move ws-tl-parcela(ws-idx-lancamento)   to rx-mov-parcela
            move ws-tl-vencimento(ws-idx-lancamento) to rx-mov-vencimento
            move ws-tl-situacao(ws-idx-lancamento)  to rx-mov-situacao
            move ws-tl-valor-debito(ws-idx-lancamento)  to rx-mov-debito
            move ws-tl-valor-credito(ws-idx-lancamento) to rx-mov-credito
            move ws-saldo-corrente                  to rx-mov-saldo
            move ws-tl-valor-encargos(ws-idx-lancamento) to rx-mov-encargos
            move ws-tl-observacao(ws-idx-lancamento) to rx-mov-observacao

            write rel10080b-linha                   from rel10080b-movimento

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close rel10080b

            if   ws-parametro-ok
                 string pp-cd-empresa pp-cd-filial pp-cd-destinatario
                      delimited by size into ws-sp-parametros
            else
                 move spaces                        to ws-sp-parametros
            end-if
            move ws-total-extratos                   to ws-sp-qtd-registros
            perform 9000-registra-spool

            close pd00900
            close pd00600
            close pd05000
            close his05000
            close pd05900
            close pd06300
            close pd06500
            close pd08100

       exit.

      *>=================================================================================
      *> Reserva a proxima linha da tabela de lancamentos (ws-idx-lancamento,
      *> zeros se a tabela esgotou - o lancamento e descartado com alerta).
       9000-novo-lancamento section.

            if   ws-tl-total-ocor not less c-max-lancamentos
                 add 1                              to ws-descartados
                 move zeros                         to ws-idx-lancamento
                 exit section
            end-if

            add 1                                   to ws-tl-total-ocor
            add 1                                   to ws-ordem-lancamento
            move ws-tl-total-ocor                   to ws-idx-lancamento
            initialize                              ws-tl-ocor(ws-idx-lancamento)
            move ws-ordem-lancamento                to ws-tl-ordem(ws-idx-lancamento)

       exit.

      *>=================================================================================
      *> Data de emissao da nota da parcela corrente: PD05000 pela chave-doc,
      *> HIS05000 se ja arquivada; sem nota, a data de gravacao da parcela.
       9000-data-emissao-nota section.

            move f05900-data-operacao               to ws-data-nota

            initialize                              f05000-chave
            move f05900-chave-doc                   to f05000-chave-doc
            move f05000-chave-doc                   to ws-chave-doc-comparacao
            perform 9000-str-pd05000-doc
            if   ws-operacao-ok
                 perform 9000-ler-pd05000-seq-1
                 if   ws-operacao-ok
                 and  f05000-chave-doc equal ws-chave-doc-comparacao
                      move f05000-data-operacao     to ws-data-nota
                      set ws-operacao-ok            to true
                      exit section
                 end-if
            end-if

            if   ws-fs-his05000 = "00"
                 initialize                         h05000-chave
                 move f05900-chave-doc              to h05000-chave-doc
                 move f05900-cd-destinatario        to h05000-cd-destinatario
                 move zeros                         to h05000-sequencia
                 read his05000
                      key is h05000-chave
                      invalid key
                           continue
                      not invalid key
                           move h05000-data-operacao to ws-data-nota
                 end-read
            end-if

            set ws-operacao-ok                      to true

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00600.cpy.
       copy CSR05000.cpy.
       copy CSR05900.cpy.
       copy CSR06300.cpy.
       copy CSR06500.cpy.
       copy CSR08100.cpy.
