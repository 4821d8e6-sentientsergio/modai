      *>    titulo registrado. Este job le RET10040B, localiza cada parcela
      *>    pela chave primaria de PD05900 (tipo fixo em saida), confere o
      *>    nosso-numero atribuido na remessa e lanca as liquidacoes como
      *>    baixa - mesmo efeito da baixa manual de CS10022C (movimento no
      *>    razao de baixas PD08100, parcial quando o banco liquida menos que o
      *>    saldo), com data-pagamento vinda do registro do banco. Ocorrencias rejeitadas
      *>    e linhas que nao casam com parcela nenhuma saem em REL10040B para
      *>    o financeiro trabalhar, no mesmo desenho de CS10025B para o
      *>    retorno do fisco. A reconciliacao manual de depositos da manha
       copy CSS00900.cpy.
       copy CSS05900.cpy.
       copy CSS06300.cpy.
       copy CSS08100.cpy.
       copy CSS08200.cpy.
       copy CSS08300.cpy.

           select ret10040b
               assign to "RET10040B"
       copy CSF00900.cpy.
       copy CSF05900.cpy.
       copy CSF06300.cpy.
       copy CSF08100.cpy.
       copy CSF08200.cpy.
       copy CSF08300.cpy.

       fd   ret10040b
            record contains 52 characters.
            03 ws-total-confirmadas                 pic 9(07).
            03 ws-total-rejeitadas                  pic 9(07).
            03 ws-total-nao-localizadas             pic 9(07).
            03 ws-valor-saldo                       pic 9(09)v9(02).
            03 ws-valor-principal                   pic 9(09)v9(02).
            03 ws-valor-juros-multa                 pic 9(09)v9(02).

       01   rel10040b-detalhe.
            03 filler                              pic x(08) value "Titulo.:".
            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd05900
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd08100
            perform 9000-abrir-io-pd08200
            perform 9000-abrir-io-pd08300

            move c-este-programa                     to f06300-nome-programa
            move "REL10040B"                         to ws-sp-nome-base

      *>=================================================================================
      *> Liquidacao: mesmo efeito da baixa de CS10022C, com a data de
      *> pagamento vinda do registro do banco. O valor pago abate o saldo ate
      *> zera-lo; o que passar do saldo e juros/multa cobrados pelo banco.
      *> Valor pago zerado no registro vale como quitacao do saldo. Pago
      *> abaixo do saldo e liquidacao parcial: a parcela continua aberta e a
      *> linha sai no relatorio para o financeiro cobrar a diferenca.
      *> Parcela ja paga (retorno reprocessado) nao e baixada de novo, sai no
      *> relatorio.
       2200-baixa-parcela section.

            if   f05900-duplicata-paga
                 exit section
            end-if

            if   f05900-valor-baixado not less f05900-valor-parcela
                 move zeros                          to ws-valor-saldo
            else
                 compute ws-valor-saldo = f05900-valor-parcela - f05900-valor-baixado
            end-if

            move zeros                              to ws-valor-juros-multa
            if   rt-valor-pago = zeros
            or   rt-valor-pago = ws-valor-saldo
                 move ws-valor-saldo                 to ws-valor-principal
            else
                 if   rt-valor-pago > ws-valor-saldo
                      move ws-valor-saldo            to ws-valor-principal
                      compute ws-valor-juros-multa = rt-valor-pago - ws-valor-saldo
                 else
                      move rt-valor-pago             to ws-valor-principal
                 end-if
            end-if

            move zeros                              to ws-cd-usuario-operacao

      *>   O dinheiro da liquidacao entra na conta de cobranca da filial
            move f05900-cd-empresa                  to ws-ts-cd-empresa
            move f05900-cd-filial                   to ws-ts-cd-filial
            set ws-ts-busca-cobranca                to true
            perform 9000-localiza-conta-tesouraria
            move ws-ts-cd-conta                     to ws-bx-cd-conta

            move f05900-chave                       to ws-bx-chave-parcela
            move "R"                                to ws-bx-fl-carteira
            move f05900-cd-destinatario             to ws-bx-cd-destinatario
            move rt-data-ocorrencia                 to ws-bx-data-movimento
            move ws-valor-principal                 to ws-bx-valor-principal
            move ws-valor-juros-multa               to ws-bx-valor-juros-multa
            move zeros                              to ws-bx-valor-desconto
            move "B"                                to ws-bx-fl-origem
            perform 9000-registra-movimento-baixa

            if   not ws-operacao-ok
                 move "ERRO DE GRAVACAO"             to rr-det-status
                 perform 2110-grava-linha-relatorio
                 add 1                               to ws-total-nao-localizadas
                 exit section
            end-if

            move f05900-cd-empresa                  to ws-ts-cd-empresa
            move f05900-cd-filial                   to ws-ts-cd-filial
            move ws-bx-cd-conta                     to ws-ts-cd-conta
            move rt-data-ocorrencia                 to ws-ts-data-movimento
            move "C"                                to ws-ts-fl-natureza
            compute ws-ts-valor = ws-valor-principal + ws-valor-juros-multa
            move "B"                                to ws-ts-fl-origem
            move spaces                             to ws-ts-fl-tipo-manual
            move spaces                             to ws-ts-historico
            string "Liquid. cobranca " f05900-numero-documento "/"
                   f05900-serie-documento "-" f05900-parcela
                 delimited by size into ws-ts-historico
            move f08100-chave                       to ws-ts-chave-referencia
            move rt-nosso-numero                    to ws-ts-documento
            perform 9000-registra-movimento-tesouraria

            if   not ws-operacao-ok
                 string "Erro de gravacao - tesouraria [" f08300-chave "]" into ws-mensagem
                 perform 9000-mensagem-lote
            end-if

            add ws-valor-principal                  to f05900-valor-baixado
            if   f05900-valor-baixado not less f05900-valor-parcela
                 set f05900-duplicata-paga           to true
                 move rt-data-ocorrencia             to f05900-data-pagamento
            end-if

            perform 9000-marca-auditoria-pd05900

            perform 9000-regravar-pd05900
                 add 1                               to ws-total-nao-localizadas
            else
                 add 1                               to ws-total-baixadas
                 if   f05900-duplicata-aberta
                      move "LIQUIDACAO PARCIAL"      to rr-det-status
                      perform 2110-grava-linha-relatorio
                 end-if
            end-if

       exit.
            close pd05900
            close ret10040b
            close pd06300
            close pd08100
            close pd08200
            close pd08300

       exit.

       copy CSR00900.cpy.
       copy CSR05900.cpy.
       copy CSR06300.cpy.
       copy CSR08100.cpy.
       copy CSR08200.cpy.
       copy CSR08300.cpy.
