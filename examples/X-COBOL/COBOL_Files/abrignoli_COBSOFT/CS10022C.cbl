      *>                 Duplicatas a Receber (Consulta e Baixa)
      *>
      *>    Ferramenta do financeiro sobre PD05900: consulta as parcelas de um
      *>    documento, da baixa (total ou parcial, cada recebimento registrado
      *>    no razao de baixas PD08100) e lista o que esta em aberto por
      *>    vencimento - a planilha paralela que o financeiro re-digitava a
      *>    cada nota deixa de existir.
      *>
      *>=================================================================================
       environment division.
       copy CSS00600.cpy.
       copy CSS05900.cpy.
       copy CSS06500.cpy.
       copy CSS08100.cpy.
       copy CSS08200.cpy.
       copy CSS08300.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
       copy CSF00600.cpy.
       copy CSF05900.cpy.
       copy CSF06500.cpy.
       copy CSF08100.cpy.
       copy CSF08200.cpy.
       copy CSF08300.cpy.

       fd   rel10022
            record contains 132 characters.
            03 ws-valor-multa                      pic 9(09)v9(02).
            03 ws-valor-devido                     pic 9(09)v9(02).
            03 ws-edt-encargo                      pic zzz.zzz.zz9,99.
            03 ws-valor-saldo                      pic 9(09)v9(02).
            03 ws-valor-principal                  pic 9(09)v9(02).
            03 ws-valor-abatido                    pic 9(09)v9(02).
            03 ws-fl-conta-ok                      pic x(01).
               88 ws-conta-ok                           value "S".
               88 ws-conta-nok                          value "N".

       01   f-duplicata.
            03 f-numero-documento                  pic 9(09).
            03 f-serie-documento                   pic x(03).
            03 f-parcela                           pic 9(02).
            03 f-data-pagamento                    pic 9(08).
            03 f-valor-recebido                    pic 9(09)v9(02).
            03 f-valor-juros-multa                 pic 9(09)v9(02).
            03 f-valor-desconto                    pic 9(09)v9(02).
            03 f-cd-conta                          pic 9(03).

       01   ws-linha-parcela.
            03 ws-lp-parcela                        pic 9(02).
            03 ws-lp-data-vencimento                pic 9(08).
            03 filler                               pic x(07) value " Valor:".
            03 ws-lp-valor-parcela                  pic zzz.zzz.zz9,99.
            03 filler                               pic x(05) value " Sit:".
            03 ws-lp-fl-situacao                    pic x(01).
            03 filler                               pic x(06) value " Pgto:".
            03 ws-lp-data-pagamento                 pic 9(08).
            03 filler                               pic x(07) value " Saldo:".
            03 ws-lp-valor-saldo                    pic zzz.zzz.zz9,99.

       01   ws-relatorio.
            03 ws-fs-rel10022                       pic x(02).
            03 rd-det-cd-destinatario               pic 9(09).
            03 filler                              pic x(01) value space.
            03 rd-det-nome-destinatario             pic x(30) value spaces.
            03 filler                              pic x(07) value " Saldo:".
            03 rd-det-valor-parcela                 pic zzz.zzz.zz9,99.

       01   rel10022-resumo.
            perform 9000-abrir-io-pd00600
            perform 9000-abrir-io-pd05900
            perform 9000-abrir-io-pd06500
            perform 9000-abrir-io-pd08100
            perform 9000-abrir-io-pd08200
            perform 9000-abrir-io-pd08300

       exit.

                      move f05900-valor-parcela      to ws-lp-valor-parcela
                      move f05900-fl-situacao        to ws-lp-fl-situacao
                      move f05900-data-pagamento     to ws-lp-data-pagamento
                      perform 9000-calcula-saldo-duplicata
                      move ws-valor-saldo            to ws-lp-valor-saldo

                      if   ws-linha-tela < 22
                           display ws-linha-parcela at line ws-linha-tela col 02
       exit.

      *>=================================================================================
      *> Baixa de parcela, total ou parcial: o valor recebido cobre primeiro
      *> juros/multa e o resto (mais o desconto concedido) abate o saldo. Cada
      *> recebimento vira um movimento em PD08100; a parcela so passa a paga,
      *> com a data informada, quando o saldo zera.
       2100-baixa section.

            if   not lnk-permite-manutencao
            move f05900-valor-parcela               to ws-lp-valor-parcela
            move f05900-fl-situacao                 to ws-lp-fl-situacao
            move f05900-data-pagamento              to ws-lp-data-pagamento
            perform 9000-calcula-saldo-duplicata
            move ws-valor-saldo                     to ws-lp-valor-saldo
            display ws-linha-parcela                at line 15 col 02

            display "Data do pagamento:"            at line 17 col 02
                 display ws-edt-encargo             at line 21 col 13
            end-if

      *>       Valores do recebimento - o padrao e a quitacao (devido inteiro,
      *>       encargos calculados, sem desconto); recebido menor que o devido
      *>       e baixa parcial e o saldo continua em aberto.
            move ws-valor-devido                    to f-valor-recebido
            compute f-valor-juros-multa = ws-valor-juros + ws-valor-multa
            move zeros                              to f-valor-desconto

            display "Recebido:"                     at line 22 col 02
            display "Juros/Multa:"                  at line 22 col 26
            display "Desconto:"                     at line 22 col 53

            perform 9000-aceita-valores-baixa

            move "T"                                to ws-bx-fl-origem

      *>       Parcela com credito de devolucao sinalizado (CS10006C): o
      *>       financeiro diz se esta baixa e o abatimento desse credito, para
      *>       o razao separar dinheiro recebido de credito consumido.
            if   f05900-credito-sinalizado
                 move "Baixa por abatimento do credito de devolucao? [S/N]" to ws-mensagem
                 perform 9000-mensagem
                 if   ws-mensagem-opcao-sim
                      move "C"                      to ws-bx-fl-origem
                 end-if
            end-if

      *>       Dinheiro recebido entra numa conta da tesouraria (PD08200); o
      *>       abatimento de credito nao movimenta dinheiro.
            move zeros                              to ws-bx-cd-conta
            if   ws-bx-fl-origem = "T"
                 perform 9000-escolhe-conta-baixa
            end-if

            if   ws-valor-abatido < ws-valor-saldo
                 move "Confirma a baixa PARCIAL da duplicata? [S/N]" to ws-mensagem
            else
                 move "Confirma a baixa da duplicata? [S/N]" to ws-mensagem
            end-if
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 move lnk-cd-usuario                to ws-cd-usuario-operacao

                 move f05900-chave                  to ws-bx-chave-parcela
                 move "R"                           to ws-bx-fl-carteira
                 move f05900-cd-destinatario        to ws-bx-cd-destinatario
                 move f-data-pagamento              to ws-bx-data-movimento
                 move ws-valor-principal            to ws-bx-valor-principal
                 move f-valor-juros-multa           to ws-bx-valor-juros-multa
                 move f-valor-desconto              to ws-bx-valor-desconto
                 perform 9000-registra-movimento-baixa

                 if   not ws-operacao-ok
                      string "Erro de gravacao - baixa [" f08100-chave "]" into ws-mensagem
                      perform 9000-mensagem
                      perform 8000-controle-frame
                      exit section
                 end-if

                 perform 9000-lanca-tesouraria-baixa

                 add ws-valor-abatido               to f05900-valor-baixado
                 if   f05900-valor-baixado not less f05900-valor-parcela
                      set f05900-duplicata-paga     to true
                      move f-data-pagamento         to f05900-data-pagamento
                 end-if

                 perform 9000-marca-auditoria-pd05900

                 perform 9000-regravar-pd05900
       2110-grava-linha-aberta section.

            add 1                                   to ws-rel-total-abertas
            perform 9000-calcula-saldo-duplicata
            add ws-valor-saldo                      to ws-rel-valor-aberto

            move f05900-data-vencimento             to rd-det-data-vencimento
            move f05900-numero-documento            to rd-det-numero-documento
            move f05900-serie-documento             to rd-det-serie-documento
            move f05900-parcela                     to rd-det-parcela
            move f05900-cd-destinatario             to rd-det-cd-destinatario
            move ws-valor-saldo                     to rd-det-valor-parcela

            initialize                              f00600-destinatario
            move f05900-cd-empresa                  to f00600-cd-empresa
            close pd00600
            close pd05900
            close pd06500
            close pd08100
            close pd08200
            close pd08300

       exit.
      *>=================================================================================
      *>=================================================================================
      *> Calcula juros de mora e multa da duplicata corrente para a data de
      *> pagamento em f-data-pagamento, pelos parametros da filial da sessao
      *> (PD06500): juros = saldo x taxa mensal pro-rata dia (base 30), multa
      *> = percentual fixo sobre o saldo. Filial sem parametros cadastrados
      *> (ou pagamento em dia) nao cobra encargos.
       9000-calcula-encargos-atraso section.

            perform 9000-calcula-saldo-duplicata

            move zeros                              to ws-dias-atraso
            move zeros                              to ws-valor-juros
            move zeros                              to ws-valor-multa
            move ws-valor-saldo                     to ws-valor-devido

            if   f-data-pagamento not greater f05900-data-vencimento
                 exit section
            end-if

            compute ws-valor-juros rounded =
                    ws-valor-saldo
                    * f06500-taxa-juros-mensal / 100
                    * ws-dias-atraso / 30
            compute ws-valor-multa rounded =
                    ws-valor-saldo * f06500-perc-multa / 100
            compute ws-valor-devido =
                    ws-valor-saldo + ws-valor-juros + ws-valor-multa

       exit.

      *>=================================================================================
      *> Saldo em aberto da duplicata corrente - o que ainda nao foi abatido
      *> por movimentos de baixa (principal + desconto) em PD08100.
       9000-calcula-saldo-duplicata section.

            if   f05900-valor-baixado not less f05900-valor-parcela
                 move zeros                         to ws-valor-saldo
            else
                 compute ws-valor-saldo = f05900-valor-parcela - f05900-valor-baixado
            end-if

       exit.

      *>=================================================================================
      *> Aceita recebido / juros-multa / desconto da baixa ate fecharem: o
      *> recebido tem de cobrir os encargos, e o principal (recebido menos
      *> encargos) mais o desconto tem de abater algo sem passar do saldo.
       9000-aceita-valores-baixa section.

            move zeros                              to ws-valor-abatido

            perform until ws-valor-abatido > zeros

                 accept f-valor-recebido at line 22 col 12 with update auto-skip
                 accept f-valor-juros-multa at line 22 col 39 with update auto-skip
                 accept f-valor-desconto at line 22 col 63 with update auto-skip

                 if   f-valor-juros-multa > f-valor-recebido
                      move "Juros/multa maior que o valor recebido!" to ws-mensagem
                      perform 9000-mensagem
                 else
                      compute ws-valor-principal = f-valor-recebido - f-valor-juros-multa
                      compute ws-valor-abatido = ws-valor-principal + f-valor-desconto
                      if   ws-valor-abatido > ws-valor-saldo
                           move "Principal + desconto maior que o saldo da parcela!" to ws-mensagem
                           perform 9000-mensagem
                           move zeros               to ws-valor-abatido
                      else
                           if   ws-valor-abatido = zeros
                                move "Informe o valor recebido!" to ws-mensagem
                                perform 9000-mensagem
                           end-if
                      end-if
                 end-if

            end-perform

       exit.


       exit.

      *>=================================================================================
      *> Conta da tesouraria da baixa: sugere a conta padrao da filial
      *> (9000-localiza-conta-tesouraria) e aceita outra conta ativa. Filial
      *> sem conta cadastrada segue sem conta - a baixa nao gera movimento de
      *> tesouraria.
       9000-escolhe-conta-baixa section.

            move lnk-cd-empresa                     to ws-ts-cd-empresa
            move lnk-cd-filial                      to ws-ts-cd-filial
            set ws-ts-busca-padrao                  to true
            perform 9000-localiza-conta-tesouraria

            if   ws-ts-cd-conta = zeros
                 exit section
            end-if

            move ws-ts-cd-conta                     to f-cd-conta
            display "Conta....:"                    at line 18 col 02

            set ws-conta-nok                        to true
            perform until ws-conta-ok
                 accept f-cd-conta at line 18 col 13 with update auto-skip

                 initialize                         f08200-chave
                 move lnk-cd-empresa                to f08200-cd-empresa
                 move lnk-cd-filial                 to f08200-cd-filial
                 move f-cd-conta                    to f08200-cd-conta
                 perform 9000-ler-pd08200-ran-1

                 if   ws-operacao-ok
                 and  f08200-conta-ativa
                      set ws-conta-ok               to true
                      display f08200-descricao      at line 18 col 18
                 else
                      move "Conta bancaria inexistente ou inativa!" to ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-perform

            move f-cd-conta                         to ws-bx-cd-conta

       exit.

      *>=================================================================================
      *> Movimento de tesouraria da baixa recem-gravada em PD08100 (f08100
      *> ainda com o registro): principal + juros/multa recebido na conta
      *> escolhida - o desconto nao movimenta dinheiro.
       9000-lanca-tesouraria-baixa section.

            move lnk-cd-empresa                     to ws-ts-cd-empresa
            move lnk-cd-filial                      to ws-ts-cd-filial
            move ws-bx-cd-conta                     to ws-ts-cd-conta
            move ws-bx-data-movimento               to ws-ts-data-movimento
            move "C"                                to ws-ts-fl-natureza
            compute ws-ts-valor = ws-bx-valor-principal + ws-bx-valor-juros-multa
            move "B"                                to ws-ts-fl-origem
            move spaces                             to ws-ts-fl-tipo-manual
            move spaces                             to ws-ts-historico
            string "Receb. dup. " f05900-numero-documento "/" f05900-serie-documento
                   "-" f05900-parcela
                 delimited by size into ws-ts-historico
            move f08100-chave                       to ws-ts-chave-referencia
            move f05900-numero-documento            to ws-ts-documento

            perform 9000-registra-movimento-tesouraria

            if   not ws-operacao-ok
                 string "Erro de gravacao - tesouraria [" f08300-chave "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00600.cpy.
       copy CSR05900.cpy.
       copy CSR06500.cpy.
       copy CSR08100.cpy.
       copy CSR08200.cpy.
       copy CSR08300.cpy.
