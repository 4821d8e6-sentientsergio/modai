      $set sourceformat"free"
       program-id. CS10070C.
      *>=================================================================================
      *>
      *>                 Aprovacao de Divergencias de Recebimento
      *>
      *>    Ferramenta do comprador sobre PD08900 - as linhas da conferencia
      *>    nota x pedido de compra que a entrada da nota (CS10006C/CS10031B)
      *>    deixou PENDENTES por quantidade acima do saldo do pedido, preco
      *>    fora da tolerancia de PD06500 ou item sem linha no pedido.
      *>    Aprovar aceita o recebimento: a quantidade entra na linha do
      *>    pedido e, sem mais pendencias nem recusas na nota, as parcelas a
      *>    pagar retidas na entrada sao liberadas. Recusar nao credita nada -
      *>    as parcelas continuam retidas e o financeiro decide em CS10037C
      *>    (devolucao, abatimento ou liberacao). Cada decisao fica registrada
      *>    na propria linha e em PD00900 com o responsavel.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00700.cpy.
      *>   PD05100/PD06500 entram so pelo layout: as rotinas de conferencia de
      *>   CSR08900.CPY os referenciam, mas aprovar/recusar nao os usa.
       copy CSS05100.cpy.
       copy CSS06400.cpy.
       copy CSS06500.cpy.
       copy CSS08700.cpy.
       copy CSS08800.cpy.
       copy CSS08900.cpy.

      *>   Saida de nome fixo, fora do catalogo de spool (PD06300) - lista de
      *>   trabalho do comprador, re-derivavel a qualquer momento.
           select rel10070
               assign to "REL10070"
               organization is line sequential
               file status is ws-fs-rel10070.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00700.cpy.
       copy CSF05100.cpy.
       copy CSF06400.cpy.
       copy CSF06500.cpy.
       copy CSF08700.cpy.
       copy CSF08800.cpy.
       copy CSF08900.cpy.

       fd   rel10070
            record contains 132 characters.

       01   rel10070-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10070C".
       78   c-descricao-programa                   value "APROVACAO DE RECEBIMENTO".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-chave-doc-conferencia            pic x(30).
            03 ws-linha-tela                       pic 9(02).
            03 ws-total-linhas-nota                pic 9(05).
            03 ws-qtd-pendentes-nota               pic 9(05).
            03 ws-qtd-recusadas-nota               pic 9(05).
            03 ws-descricao-divergencia            pic x(12).
            03 ws-descricao-situacao               pic x(10).
            03 ws-valor-exibicao                   pic zzzzzz9,999999.

       01   f-conferencia.
            03 f-numero-documento                  pic 9(09).
            03 f-serie-documento                   pic x(03).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-sequencia                         pic 9(09).

       01   ws-linha-conferencia.
            03 ws-lc-sequencia                      pic 9(04).
            03 filler                               pic x(06) value " Merc:".
            03 ws-lc-cd-mercadoria                  pic 9(09).
            03 filler                               pic x(05) value " Ped:".
            03 ws-lc-numero-pedido                  pic 9(09).
            03 filler                               pic x(05) value " Qtd:".
            03 ws-lc-quantidade-nota                pic zzzzzz9,999.
            03 filler                               pic x(01) value space.
            03 ws-lc-divergencia                    pic x(12).
            03 filler                               pic x(01) value space.
            03 ws-lc-situacao                       pic x(10).

       01   ws-relatorio.
            03 ws-fs-rel10070                       pic x(02).
            03 ws-rel-total-pendentes               pic 9(07).

       01   rel10070-detalhe.
            03 filler                              pic x(05) value "Nota:".
            03 rp-det-numero-documento              pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rp-det-serie-documento               pic x(03).
            03 filler                              pic x(06) value " Forn:".
            03 rp-det-cd-fornecedor                 pic 9(09).
            03 filler                              pic x(05) value " Seq:".
            03 rp-det-sequencia                     pic 9(04).
            03 filler                              pic x(06) value " Merc:".
            03 rp-det-cd-mercadoria                 pic 9(09).
            03 filler                              pic x(05) value " Ped:".
            03 rp-det-numero-pedido                 pic 9(09).
            03 filler                              pic x(05) value " Qtd:".
            03 rp-det-quantidade-nota               pic zzzzzz9,999.
            03 filler                              pic x(07) value " Saldo:".
            03 rp-det-quantidade-saldo              pic zzzzzz9,999.
            03 filler                              pic x(01) value space.
            03 rp-det-divergencia                   pic x(12).

       01   rel10070-resumo.
            03 filler                              pic x(24) value "Linhas pendentes.......:".
            03 rp-res-total                         pic zzzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-conferencia.
            03 line 09 col 17   pic x(16) value "Num. Documento.:".
            03 line 09 col 34   pic 9(09) from f-numero-documento.
            03 line 10 col 26   pic x(07) value "Serie.:".
            03 line 10 col 34   pic x(03) from f-serie-documento.
            03 line 11 col 22   pic x(12) value "Fornecedor.:".
            03 line 11 col 34   pic 9(09) from f-cd-fornecedor.
            03 line 12 col 22   pic x(11) value "Seq. Item.:".
            03 line 12 col 34   pic 9(09) from f-sequencia.

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

      *>  A linha de conferencia nasce na entrada da nota - aqui nao ha
      *>  incluir/excluir. Os slots do frame levam os atos do comprador:
      *>  aprovar (01) e recusar (03), com a permissao de manutencao, a
      *>  consulta da conferencia de uma nota (02) e a lista de pendencias
      *>  da filial (05).
            move "01-Aprovar     "                  to wf-opcao-descricao(1)
            move "03-Recusar     "                  to wf-opcao-descricao(3)
            move c-nao                              to wf-opcao-fl-ativa(4)
            move c-nao                              to wf-opcao-fl-ativa(6)
            if   lnk-permite-manutencao
                 set wf-opcao-ativa(1)               to true
                 set wf-opcao-ativa(3)               to true
            else
                 move c-nao                          to wf-opcao-fl-ativa(1)
                 move c-nao                          to wf-opcao-fl-ativa(3)
            end-if

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-io-pd06400
            perform 9000-abrir-io-pd08700
            perform 9000-abrir-io-pd08800
            perform 9000-abrir-io-pd08900

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
                     perform 2100-aprovar
                when 02
                     perform 2100-consulta
                when 03
                     perform 2100-recusar
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
      *> Lista a conferencia de uma nota de entrada - todas as linhas, com a
      *> divergencia e a situacao de cada uma.
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 2200-aceita-documento

            perform 9000-monta-chave-doc-conferencia

            perform 9000-str-pd08900-ge

            move zeros                              to ws-total-linhas-nota
            move 13                                 to ws-linha-tela

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08900-seq-1

                 if   ws-operacao-ok
                 and  f08900-chave-doc equal ws-chave-doc-conferencia

                      add 1                          to ws-total-linhas-nota
                      add 1                          to ws-linha-tela

                      perform 9000-descreve-conferencia

                      move f08900-sequencia          to ws-lc-sequencia
                      move f08900-cd-mercadoria      to ws-lc-cd-mercadoria
                      move f08900-numero-pedido      to ws-lc-numero-pedido
                      move f08900-quantidade-nota    to ws-lc-quantidade-nota
                      move ws-descricao-divergencia  to ws-lc-divergencia
                      move ws-descricao-situacao     to ws-lc-situacao

                      if   ws-linha-tela < 23
                           display ws-linha-conferencia at line ws-linha-tela col 02
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            if   ws-total-linhas-nota = zeros
                 move "Nota sem conferencia de pedido de compra!" to ws-mensagem
                 perform 9000-mensagem
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Aprova o recebimento divergente: a quantidade da nota entra na linha
      *> do pedido (item fora do pedido so e aceito, nao ha linha a creditar)
      *> e a situacao do pedido e refeita.
       2100-aprovar section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 2200-localiza-conferencia

            if   not ws-operacao-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            move "Confirma a APROVACAO do recebimento? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   not ws-mensagem-opcao-sim
                 perform 8000-controle-frame
                 exit section
            end-if

            move lnk-cd-usuario                     to ws-cd-usuario-operacao

            if   f08900-sequencia-pedido <> zeros
                 initialize                         f08800-chave
                 move f08900-cd-empresa             to f08800-cd-empresa
                 move f08900-cd-filial              to f08800-cd-filial
                 move f08900-numero-pedido          to f08800-numero-pedido
                 move f08900-sequencia-pedido       to f08800-sequencia
                 perform 9000-ler-pd08800-ran-1
                 if   ws-operacao-ok
                      add f08900-quantidade-nota    to f08800-quantidade-recebida
                      perform 9000-marca-auditoria-pd08800
                      perform 9000-regravar-pd08800
                      initialize                    f08700-chave
                      move f08800-chave-pedido      to f08700-chave
                      perform 9000-atualiza-situacao-pedido-compra
                 end-if
            end-if

            set f08900-aprovado                     to true
            perform 9000-registra-decisao

            if   not ws-operacao-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            string "Recebimento APROVADO - doc [" f08900-numero-documento
                   "] seq [" f08900-sequencia "]" into ws-mensagem
            perform 9000-gravar-pd00900
            perform 9000-mensagem

            perform 9000-verifica-liberacao-nota

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Recusa o recebimento divergente: nada entra no pedido e as parcelas
      *> da nota continuam retidas - a devolucao ou o abatimento com o
      *> fornecedor e decisao do financeiro (CS10037C).
       2100-recusar section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 2200-localiza-conferencia

            if   not ws-operacao-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            move "Confirma a RECUSA do recebimento? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   not ws-mensagem-opcao-sim
                 perform 8000-controle-frame
                 exit section
            end-if

            move lnk-cd-usuario                     to ws-cd-usuario-operacao

            set f08900-recusado                     to true
            perform 9000-registra-decisao

            if   not ws-operacao-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            string "Recebimento RECUSADO - doc [" f08900-numero-documento
                   "] seq [" f08900-sequencia "]" into ws-mensagem
            perform 9000-gravar-pd00900

            move "Recebimento recusado - parcelas da nota continuam retidas!" to ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Lista de trabalho do comprador - todas as linhas PENDENTES da
      *> empresa/filial da sessao.
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando lista de recebimentos pendentes..." to ws-mensagem
            perform 9000-mensagem

            open output rel10070

            move zeros                              to ws-rel-total-pendentes

            initialize                               f08900-chave
            move lnk-cd-empresa                      to f08900-cd-empresa
            move lnk-cd-filial                       to f08900-cd-filial

            perform 9000-str-pd08900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08900-seq-1

                 if   ws-operacao-ok
                 and  f08900-cd-empresa equal lnk-cd-empresa
                 and  f08900-cd-filial  equal lnk-cd-filial

                      if   f08900-pendente

                           perform 9000-descreve-conferencia

                           move f08900-numero-documento to rp-det-numero-documento
                           move f08900-serie-documento  to rp-det-serie-documento
                           move f08900-cd-fornecedor    to rp-det-cd-fornecedor
                           move f08900-sequencia        to rp-det-sequencia
                           move f08900-cd-mercadoria    to rp-det-cd-mercadoria
                           move f08900-numero-pedido    to rp-det-numero-pedido
                           move f08900-quantidade-nota  to rp-det-quantidade-nota
                           move f08900-quantidade-saldo-pedido to rp-det-quantidade-saldo
                           move ws-descricao-divergencia to rp-det-divergencia

                           write rel10070-linha         from rel10070-detalhe

                           add 1                        to ws-rel-total-pendentes

                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-rel-total-pendentes              to rp-res-total
            write rel10070-linha                     from rel10070-resumo

            close rel10070

            string "Relatorio gerado - " ws-rel-total-pendentes " pendencia(s)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Documento da nota de entrada (numero/serie/fornecedor) - a chave da
      *> conferencia carrega o fornecedor, como a do item da nota.
       2200-aceita-documento section.

            perform until f-numero-documento <> zeros
                 accept f-numero-documento at line 09 col 34 with update auto-skip
            end-perform

            perform until f-serie-documento <> spaces
                 accept f-serie-documento at line 10 col 34 with update auto-skip
            end-perform

            perform until f-cd-fornecedor <> zeros
                 accept f-cd-fornecedor at line 11 col 34 with update auto-skip
            end-perform

       exit.

      *>=================================================================================
      *> Localiza a linha de conferencia a decidir e mostra os numeros da
      *> divergencia - so linha PENDENTE admite decisao.
       2200-localiza-conferencia section.

            perform 8000-limpa-tela

            perform 2200-aceita-documento

            perform until f-sequencia <> zeros
                 accept f-sequencia at line 12 col 34 with update auto-skip
            end-perform

            perform 9000-monta-chave-doc-conferencia
            move f-sequencia                        to f08900-sequencia
            perform 9000-ler-pd08900-ran-1

            if   not ws-operacao-ok
                 move "Linha de conferencia nao encontrada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-descreve-conferencia

            move f08900-cd-mercadoria               to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   ws-operacao-ok
                 display f00700-descricao-mercadoria(1:33) at line 14 col 34
            end-if

            display "Mercadoria.......:"            at line 14 col 02
            display f08900-cd-mercadoria            at line 14 col 21
            display "Pedido/Seq.......:"            at line 15 col 02
            display f08900-numero-pedido            at line 15 col 21
            display f08900-sequencia-pedido         at line 15 col 31
            move f08900-quantidade-nota             to ws-valor-exibicao
            display "Qtd. nota........:"            at line 16 col 02
            display ws-valor-exibicao               at line 16 col 21
            move f08900-quantidade-saldo-pedido     to ws-valor-exibicao
            display "Saldo do pedido..:"            at line 17 col 02
            display ws-valor-exibicao               at line 17 col 21
            move f08900-preco-nota                  to ws-valor-exibicao
            display "Preco nota.......:"            at line 18 col 02
            display ws-valor-exibicao               at line 18 col 21
            move f08900-preco-pedido                to ws-valor-exibicao
            display "Preco pedido.....:"            at line 19 col 02
            display ws-valor-exibicao               at line 19 col 21
            display "Divergencia......:"            at line 20 col 02
            display ws-descricao-divergencia        at line 20 col 21
            display "Situacao.........:"            at line 21 col 02
            display ws-descricao-situacao           at line 21 col 21

            if   not f08900-pendente
                 move "Linha sem pendencia - decisao ja tomada!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-operacao-nok                to true
                 exit section
            end-if

            set ws-operacao-ok                      to true

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd00700
            close pd06400
            close pd08700
            close pd08800
            close pd08900

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-conferencia

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-conferencia

            perform 9000-frame-padrao
            display frm-conferencia

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
      *> A conferencia so existe para nota de entrada, entao o tipo e fixo.
       9000-monta-chave-doc-conferencia section.

            initialize                             f08900-chave
            move lnk-cd-empresa                    to f08900-cd-empresa
            move lnk-cd-filial                     to f08900-cd-filial
            move 00                                to f08900-tipo-nota
            move f-numero-documento                to f08900-numero-documento
            move f-serie-documento                 to f08900-serie-documento
            move f-cd-fornecedor                   to f08900-cd-fornecedor
            move f08900-chave-doc                  to ws-chave-doc-conferencia

       exit.

      *>=================================================================================
       9000-descreve-conferencia section.

            evaluate true
                 when f08900-divergencia-quantidade
                      move "QUANTIDADE"             to ws-descricao-divergencia
                 when f08900-divergencia-preco
                      move "PRECO"                  to ws-descricao-divergencia
                 when f08900-divergencia-ambas
                      move "QTD E PRECO"            to ws-descricao-divergencia
                 when f08900-item-fora-pedido
                      move "FORA PEDIDO"            to ws-descricao-divergencia
                 when other
                      move spaces                   to ws-descricao-divergencia
            end-evaluate

            evaluate true
                 when f08900-conferido
                      move "CONFERIDO"              to ws-descricao-situacao
                 when f08900-pendente
                      move "PENDENTE"               to ws-descricao-situacao
                 when f08900-aprovado
                      move "APROVADO"               to ws-descricao-situacao
                 when f08900-recusado
                      move "RECUSADO"               to ws-descricao-situacao
                 when f08900-estornado
                      move "ESTORNADO"              to ws-descricao-situacao
                 when other
                      move spaces                   to ws-descricao-situacao
            end-evaluate

       exit.

      *>=================================================================================
      *> Grava a decisao do comprador na linha corrente de PD08900 - quem
      *> chama ja marcou a situacao (aprovado/recusado).
       9000-registra-decisao section.

            move function current-date(1:8)         to f08900-data-decisao
            move lnk-cd-usuario                     to f08900-id-usuario-decisao

            perform 9000-marca-auditoria-pd08900

            perform 9000-regravar-pd08900

            if   not ws-operacao-ok
                 string "Erro de gravacao - conferencia [" f08900-chave "]" into ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
      *> Depois de uma aprovacao: sem nenhuma linha PENDENTE nem RECUSADA na
      *> nota, as parcelas retidas na entrada sao liberadas para a rodada de
      *> pagamentos. Havendo recusa, fica com o financeiro.
       9000-verifica-liberacao-nota section.

            move zeros                              to ws-qtd-pendentes-nota
            move zeros                              to ws-qtd-recusadas-nota

            perform 9000-monta-chave-doc-conferencia

            perform 9000-str-pd08900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08900-seq-1

                 if   ws-operacao-ok
                 and  f08900-chave-doc equal ws-chave-doc-conferencia
                      if   f08900-pendente
                           add 1                     to ws-qtd-pendentes-nota
                      end-if
                      if   f08900-recusado
                           add 1                     to ws-qtd-recusadas-nota
                      end-if
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            if   ws-qtd-pendentes-nota <> zeros
            or   ws-qtd-recusadas-nota <> zeros
                 exit section
            end-if

            initialize                              f06400-chave
            move lnk-cd-empresa                     to f06400-cd-empresa
            move lnk-cd-filial                      to f06400-cd-filial
            move 00                                 to f06400-tipo-nota
            move f-numero-documento                 to f06400-numero-documento
            move f-serie-documento                  to f06400-serie-documento

            perform 9000-libera-contas-pagar-nota

            move "Nota sem pendencias - parcelas a pagar liberadas!" to ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00700.cpy.
       copy CSR06400.cpy.
       copy CSR06500.cpy.
       copy CSR08700.cpy.
       copy CSR08800.cpy.
       copy CSR08900.cpy.
