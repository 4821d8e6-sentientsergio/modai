      *>    Ferramenta do financeiro sobre PD06400 - o espelho de CS10022C para
      *>    o lado das entradas: consulta as parcelas a pagar de um documento,
      *>    programa a data de pagamento de uma parcela, retem/libera uma
      *>    parcela em disputa, da baixa (total ou parcial, cada pagamento
      *>    registrado no razao de baixas PD08100) e lista o saldo que vence
      *>    por data para a rodada diaria de pagamentos -
      *>    a planilha paralela chaveada a mao por numero de documento deixa
      *>    de existir. O documento e a nota de entrada (tipo 00) ou o
      *>    conhecimento de transporte lancado em CS10077C (tipo 04).
      *>
      *>=================================================================================
       environment division.
       copy CSS00900.cpy.
       copy CSS00600.cpy.
       copy CSS06400.cpy.
       copy CSS07500.cpy.
       copy CSS08100.cpy.
       copy CSS08200.cpy.
       copy CSS08300.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
       copy CSF00900.cpy.
       copy CSF00600.cpy.
       copy CSF06400.cpy.
       copy CSF07500.cpy.
       copy CSF08100.cpy.
       copy CSF08200.cpy.
       copy CSF08300.cpy.

       fd   rel10037
            record contains 132 characters.
            03 ws-chave-doc-conta-pagar            pic x(21).
            03 ws-linha-tela                       pic 9(02).
            03 ws-total-parcelas-doc               pic 9(02).
            03 ws-valor-saldo                      pic 9(09)v9(02).
            03 ws-valor-principal                  pic 9(09)v9(02).
            03 ws-valor-abatido                    pic 9(09)v9(02).
            03 ws-fl-conta-ok                      pic x(01).
               88 ws-conta-ok                           value "S".
               88 ws-conta-nok                          value "N".

       01   f-conta-pagar.
            03 f-tipo-documento                    pic 9(02).
            03 f-numero-documento                  pic 9(09).
            03 f-serie-documento                   pic x(03).
            03 f-parcela                           pic 9(02).
            03 f-data-pagamento                    pic 9(08).
            03 f-data-limite                       pic 9(08).
            03 f-data-efetiva                      pic 9(08).
            03 f-valor-pago                        pic 9(09)v9(02).
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
            03 filler                               pic x(06) value " Prog:".
            03 ws-lp-data-programada                pic 9(08).
      *>     Parcela paga mostra a data do pagamento; aberta/retida mostra o
      *>     saldo que resta pagar.
            03 ws-lp-rotulo-final                   pic x(07).
            03 ws-lp-complemento.
               05 ws-lp-valor-saldo                 pic zzz.zzz.zz9,99.
            03 ws-lp-complemento-pgto redefines ws-lp-complemento.
               05 ws-lp-data-pagamento              pic 9(08).
               05 filler                            pic x(06).

       01   ws-relatorio.
            03 ws-fs-rel10037                       pic x(02).
            03 rp-det-cd-destinatario               pic 9(09).
            03 filler                              pic x(01) value space.
            03 rp-det-nome-destinatario             pic x(30) value spaces.
            03 filler                              pic x(07) value " Saldo:".
            03 rp-det-valor-parcela                 pic zzz.zzz.zz9,99.
            03 filler                              pic x(01) value space.
            03 rp-det-observacao                    pic x(08) value spaces.
       screen section.

       01   frm-conta-pagar.
            03 line 07 col 17   pic x(16) value "Tipo Documento.:".
            03 line 07 col 34   pic 9(02) from f-tipo-documento.
            03 line 07 col 38   pic x(22) value "(00 entrada, 04 frete)".
            03 line 09 col 17   pic x(16) value "Num. Documento.:".
            03 line 09 col 34   pic 9(09) from f-numero-documento.
            03 line 11 col 26   pic x(07) value "Serie.:".
            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd00600
            perform 9000-abrir-io-pd06400
            perform 9000-abrir-io-pd07500
            perform 9000-abrir-io-pd08100
            perform 9000-abrir-io-pd08200
            perform 9000-abrir-io-pd08300

       exit.

       exit.

      *>=================================================================================
      *> Lista as parcelas a pagar do documento informado.
       2100-consulta section.

            if   not lnk-permite-consulta

            perform 8000-limpa-tela

            perform 9000-aceita-tipo-documento

            perform until f-numero-documento <> zeros
                 accept f-numero-documento at line 09 col 34 with update auto-skip
            end-perform
                      add 1                          to ws-total-parcelas-doc
                      add 1                          to ws-linha-tela

                      perform 9000-monta-linha-parcela

                      if   ws-linha-tela < 22
                           display ws-linha-parcela at line ws-linha-tela col 02
       exit.

      *>=================================================================================
      *> Baixa de parcela, total ou parcial: o valor pago cobre primeiro
      *> juros/multa e o resto (mais o desconto obtido) abate o saldo. Cada
      *> pagamento vira um movimento em PD08100; a parcela so passa a paga,
      *> com a data informada, quando o saldo zera.
       2100-baixa section.

            if   not lnk-permite-manutencao
                 accept f-data-pagamento at line 17 col 21 with update auto-skip
            end-perform

      *>       Padrao e a quitacao do saldo, sem encargos nem desconto - juros
      *>       ou multa do fornecedor o financeiro informa do boleto.
            perform 9000-calcula-saldo-parcela
            move ws-valor-saldo                     to f-valor-pago
            move zeros                              to f-valor-juros-multa
            move zeros                              to f-valor-desconto

            display "Pago.....:"                    at line 19 col 02
            display "Juros/Multa:"                  at line 19 col 26
            display "Desconto:"                     at line 19 col 53

            perform 9000-aceita-valores-baixa

            move "T"                                to ws-bx-fl-origem

      *>       Dinheiro pago sai de uma conta da tesouraria (PD08200).
            move zeros                              to ws-bx-cd-conta
            perform 9000-escolhe-conta-baixa

            if   ws-valor-abatido < ws-valor-saldo
                 move "Confirma a baixa PARCIAL da parcela? [S/N]" to ws-mensagem
            else
                 move "Confirma a baixa da parcela? [S/N]" to ws-mensagem
            end-if
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 move lnk-cd-usuario                to ws-cd-usuario-operacao

                 move f06400-chave                  to ws-bx-chave-parcela
                 move "P"                           to ws-bx-fl-carteira
                 move f06400-cd-destinatario        to ws-bx-cd-destinatario
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

                 add ws-valor-abatido               to f06400-valor-baixado
                 if   f06400-valor-baixado not less f06400-valor-parcela
                      set f06400-parcela-paga       to true
                      move f-data-pagamento         to f06400-data-pagamento
                 end-if

                 perform 9000-marca-auditoria-pd06400

                 perform 9000-regravar-pd06400

            perform 8000-limpa-tela

            perform 9000-aceita-tipo-documento

            perform until f-numero-documento <> zeros
                 accept f-numero-documento at line 09 col 34 with update auto-skip
            end-perform
                 exit section
            end-if

            perform 9000-monta-linha-parcela
            display ws-linha-parcela                at line 15 col 02

       exit.
      *> (chave alternativa, percorrida ate o fim: uma parcela programada
      *> para antes do vencimento entra na lista mesmo vencendo depois da
      *> data limite), restrita a empresa/filial da sessao, com o nome do
      *> fornecedor resolvido em PD00600 (PD07500 na parcela de frete, cujo
      *> destinatario e a transportadora). Parcela retida sai marcada, para a
      *> rodada nao paga-la.
       2100-relatorio-vencimentos section.

            move f06400-serie-documento             to rp-det-serie-documento
            move f06400-parcela                     to rp-det-parcela
            move f06400-cd-destinatario             to rp-det-cd-destinatario
            perform 9000-calcula-saldo-parcela
            move ws-valor-saldo                     to rp-det-valor-parcela

            if   f06400-parcela-retida
                 add 1                              to ws-rel-total-retidas
                 move "RETIDA"                      to rp-det-observacao
            else
                 add 1                              to ws-rel-total-abertas
                 add ws-valor-saldo                 to ws-rel-valor-aberto
                 move spaces                        to rp-det-observacao
            end-if

            move spaces                             to rp-det-nome-destinatario
            if   f06400-conhecimento-frete
                 initialize                         f07500-transportadora
                 move f06400-cd-empresa             to f07500-cd-empresa
                 move f06400-cd-filial              to f07500-cd-filial
                 move f06400-cd-destinatario        to f07500-cd-transportadora
                 perform 9000-ler-pd07500-ran-1
                 if   ws-operacao-ok
                      move f07500-nome-transportadora to rp-det-nome-destinatario
                 end-if
            else
                 initialize                         f00600-destinatario
                 move f06400-cd-empresa             to f00600-cd-empresa
                 move f06400-cd-filial              to f00600-cd-filial
                 move f06400-cd-destinatario        to f00600-cd-destinatario
                 perform 9000-ler-pd00600-ran-1
                 if   ws-operacao-ok
                      move f00600-nome-destinatario to rp-det-nome-destinatario
                 end-if
            end-if
            set ws-operacao-ok                      to true

            close pd00900
            close pd00600
            close pd06400
            close pd07500
            close pd08100
            close pd08200
            close pd08300

       exit.
      *>=================================================================================
       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
      *> Monta a chave-doc da conta a pagar para a empresa/filial da sessao.
       9000-monta-chave-conta-pagar section.

            initialize                              f06400-chave
            move lnk-cd-empresa                     to f06400-cd-empresa
            move lnk-cd-filial                      to f06400-cd-filial
            move f-tipo-documento                   to f06400-tipo-nota
            move f-numero-documento                 to f06400-numero-documento
            move f-serie-documento                  to f06400-serie-documento
            move zeros                              to f06400-parcela

       exit.

      *>=================================================================================
      *> Tipo do documento a pagar: nota de entrada (00, o padrao) ou
      *> conhecimento de transporte (04) - os unicos que geram PD06400.
       9000-aceita-tipo-documento section.

            move 99                                 to f-tipo-documento
            perform until f-tipo-documento = 00 or 04
                 move 00                            to f-tipo-documento
                 accept f-tipo-documento at line 07 col 34 with update auto-skip
            end-perform

       exit.

      *>=================================================================================
      *> Saldo em aberto da parcela corrente - o que ainda nao foi abatido por
      *> movimentos de baixa (principal + desconto) em PD08100.
       9000-calcula-saldo-parcela section.

            if   f06400-valor-baixado not less f06400-valor-parcela
                 move zeros                         to ws-valor-saldo
            else
                 compute ws-valor-saldo = f06400-valor-parcela - f06400-valor-baixado
            end-if

       exit.

      *>=================================================================================
      *> Linha de exibicao da parcela corrente (consulta e localizacao).
       9000-monta-linha-parcela section.

            move f06400-parcela                     to ws-lp-parcela
            move f06400-data-vencimento             to ws-lp-data-vencimento
            move f06400-valor-parcela               to ws-lp-valor-parcela
            move f06400-fl-situacao                 to ws-lp-fl-situacao
            move f06400-data-programada             to ws-lp-data-programada

            if   f06400-parcela-paga
                 move " Pgto: "                     to ws-lp-rotulo-final
                 move spaces                        to ws-lp-complemento
                 move f06400-data-pagamento         to ws-lp-data-pagamento
            else
                 perform 9000-calcula-saldo-parcela
                 move " Saldo:"                     to ws-lp-rotulo-final
                 move ws-valor-saldo                to ws-lp-valor-saldo
            end-if

       exit.

      *>=================================================================================
      *> Aceita pago / juros-multa / desconto da baixa ate fecharem: o pago
      *> tem de cobrir os encargos, e o principal (pago menos encargos) mais o
      *> desconto tem de abater algo sem passar do saldo.
       9000-aceita-valores-baixa section.

            move zeros                              to ws-valor-abatido

            perform until ws-valor-abatido > zeros

                 accept f-valor-pago at line 19 col 12 with update auto-skip
                 accept f-valor-juros-multa at line 19 col 39 with update auto-skip
                 accept f-valor-desconto at line 19 col 63 with update auto-skip

                 if   f-valor-juros-multa > f-valor-pago
                      move "Juros/multa maior que o valor pago!" to ws-mensagem
                      perform 9000-mensagem
                 else
                      compute ws-valor-principal = f-valor-pago - f-valor-juros-multa
                      compute ws-valor-abatido = ws-valor-principal + f-valor-desconto
                      if   ws-valor-abatido > ws-valor-saldo
                           move "Principal + desconto maior que o saldo da parcela!" to ws-mensagem
                           perform 9000-mensagem
                           move zeros               to ws-valor-abatido
                      else
                           if   ws-valor-abatido = zeros
                                move "Informe o valor pago!" to ws-mensagem
                                perform 9000-mensagem
                           end-if
                      end-if
                 end-if

            end-perform

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
            display "Conta....:"                    at line 21 col 02

            set ws-conta-nok                        to true
            perform until ws-conta-ok
                 accept f-cd-conta at line 21 col 13 with update auto-skip

                 initialize                         f08200-chave
                 move lnk-cd-empresa                to f08200-cd-empresa
                 move lnk-cd-filial                 to f08200-cd-filial
                 move f-cd-conta                    to f08200-cd-conta
                 perform 9000-ler-pd08200-ran-1

                 if   ws-operacao-ok
                 and  f08200-conta-ativa
                      set ws-conta-ok               to true
                      display f08200-descricao      at line 21 col 18
                 else
                      move "Conta bancaria inexistente ou inativa!" to ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-perform

            move f-cd-conta                         to ws-bx-cd-conta

       exit.

      *>=================================================================================
      *> Movimento de tesouraria da baixa recem-gravada em PD08100 (f08100
      *> ainda com o registro): principal + juros/multa pago na conta
      *> escolhida - o desconto nao movimenta dinheiro.
       9000-lanca-tesouraria-baixa section.

            move lnk-cd-empresa                     to ws-ts-cd-empresa
            move lnk-cd-filial                      to ws-ts-cd-filial
            move ws-bx-cd-conta                     to ws-ts-cd-conta
            move ws-bx-data-movimento               to ws-ts-data-movimento
            move "D"                                to ws-ts-fl-natureza
            compute ws-ts-valor = ws-bx-valor-principal + ws-bx-valor-juros-multa
            move "B"                                to ws-ts-fl-origem
            move spaces                             to ws-ts-fl-tipo-manual
            move spaces                             to ws-ts-historico
            string "Pagto. doc. " f06400-numero-documento "/" f06400-serie-documento
                   "-" f06400-parcela
                 delimited by size into ws-ts-historico
            move f08100-chave                       to ws-ts-chave-referencia
            move f06400-numero-documento            to ws-ts-documento

            perform 9000-registra-movimento-tesouraria

            if   not ws-operacao-ok
                 string "Erro de gravacao - tesouraria [" f08300-chave "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00600.cpy.
       copy CSR06400.cpy.
       copy CSR07500.cpy.
       copy CSR08100.cpy.
       copy CSR08200.cpy.
       copy CSR08300.cpy.
