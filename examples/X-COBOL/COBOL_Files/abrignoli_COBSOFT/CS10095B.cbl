      $set sourceformat"free"
       program-id. CS10095B.
      *>=================================================================================
      *>
      *>            Relatorio Diario do Painel de Operacoes (Gerencia)
      *>
      *>    O mesmo resumo da consulta CS10094C, impresso para a gerencia:
      *>    para cada empresa/filial de PAR10095B (uma por linha), os dez
      *>    indicadores do dia com quantidade e situacao verde/vermelho
      *>    (apuracao em CSP00905) e o total de indicadores em vermelho.
      *>    Roda depois da cadeia noturna, nao como passo dela - dentro da
      *>    cadeia o proprio passo ainda constaria pendente em STA10034B.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00700.cpy.
       copy CSS05000.cpy.
       copy CSS05800.cpy.
       copy CSS05900.cpy.
       copy CSS06000.cpy.
       copy CSS06100.cpy.
       copy CSS06300.cpy.

           select par10095b
               assign to "PAR10095B"
               organization is line sequential
               file status is ws-fs-par10095b.

           select sta10034b
               assign to "STA10034B"
               organization is line sequential
               file status is ws-fs-sta10034b.

           select rel10026b
               assign to "REL10026B"
               organization is line sequential
               file status is ws-fs-rel10026b.

           select rel10058b
               assign to "REL10058B"
               organization is line sequential
               file status is ws-fs-rel10058b.

      *>   Saida com numero de geracao, registrada no catalogo de spool PD06300
      *>   (vide CS10033C) - o historico dos dias fica para a gerencia.
           select rel10095b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-rel10095b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00700.cpy.
       copy CSF05000.cpy.
       copy CSF05800.cpy.
       copy CSF05900.cpy.
       copy CSF06000.cpy.
       copy CSF06100.cpy.
       copy CSF06300.cpy.

       fd   par10095b
            record contains 7 characters.

       01   par10095b-linha.
            03 pr-cd-empresa                       pic 9(03).
            03 pr-cd-filial                        pic 9(04).

       fd   sta10034b
            record contains 44 characters.

       01   sta10034b-linha.
            03 st-nome-passo                       pic x(08).
            03 st-status                           pic x(08).
            03 st-data-inicio                      pic 9(08).
            03 st-hora-inicio                      pic 9(06).
            03 st-data-fim                         pic 9(08).
            03 st-hora-fim                         pic 9(06).

       fd   rel10026b
            record contains 132 characters.

       01   rel10026b-linha                        pic x(132).

       fd   rel10058b
            record contains 132 characters.

       01   rel10058b-linha                        pic x(132).

       fd   rel10095b
            record contains 132 characters.

       01   rel10095b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10095B".
       78   c-descricao-programa                   value "RELATORIO PAINEL OPERACOES".
       78   c-max-filiais-painel                   value 50.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-relatorio.
            03 ws-fs-par10095b                      pic x(02).
            03 ws-fs-sta10034b                      pic x(02).
            03 ws-fs-rel10026b                      pic x(02).
            03 ws-fs-rel10058b                      pic x(02).
            03 ws-fs-rel10095b                      pic x(02).
            03 ws-fl-fim-parametro                  pic x(01).
               88 ws-fim-parametro                      value "S".
            03 ws-idx-filial                        pic 9(02).
            03 ws-idx-painel                        pic 9(02).
            03 ws-qtd-vermelhos                     pic 9(02).
            03 ws-total-vermelhos                   pic 9(05).
            03 ws-total-linhas                      pic 9(07).

       01   ws-tab-filiais-painel.
            03 ws-tf-total                          pic 9(02).
            03 ws-tf-filial                         occurs 50.
               05 ws-tf-cd-empresa                  pic 9(03).
               05 ws-tf-cd-filial                   pic 9(04).

       01   rel10095b-titulo.
            03 filler                              pic x(41)
               value "Painel de operacoes - relatorio diario - ".
            03 rp-tit-dia                           pic 9(02).
            03 filler                              pic x(01) value "/".
            03 rp-tit-mes                           pic 9(02).
            03 filler                              pic x(01) value "/".
            03 rp-tit-ano                           pic 9(04).

       01   rel10095b-filial.
            03 filler                              pic x(09) value "Empresa: ".
            03 rp-fil-cd-empresa                    pic 9(03).
            03 filler                              pic x(10) value "  Filial: ".
            03 rp-fil-cd-filial                     pic 9(04).

       01   rel10095b-detalhe.
            03 filler                              pic x(02) value spaces.
            03 rp-det-numero                        pic z9.
            03 filler                              pic x(03) value " - ".
            03 rp-det-descricao                     pic x(30).
            03 filler                              pic x(02) value spaces.
            03 rp-det-quantidade                    pic zzzzzz9.
            03 filler                              pic x(03) value spaces.
            03 rp-det-situacao                      pic x(08).

       01   rel10095b-rodape.
            03 filler                              pic x(02) value spaces.
            03 filler                              pic x(26) value "Indicadores em vermelho..:".
            03 rp-rod-vermelhos                     pic z9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       procedure division.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            if   ws-tf-total > zeros
                 perform 2000-processamento
            end-if
            perform 3000-finalizacao
            if   ws-tf-total = zeros
                 move 8                              to return-code
            end-if
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            move zeros                              to ws-cd-usuario-operacao
            move zeros                              to ws-total-vermelhos
            move zeros                              to ws-total-linhas
            move zeros                              to ws-po-idx-lista

            perform 9000-abrir-e-pd00900

            perform 1100-carrega-parametros

            perform 9000-abrir-i-pd00700
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05800
            perform 9000-abrir-io-pd05900
            perform 9000-abrir-io-pd06000
            perform 9000-abrir-i-pd06100
            perform 9000-abrir-io-pd06300

       exit.

      *>=================================================================================
       1100-carrega-parametros section.

            move zeros                              to ws-tf-total
            move "N"                                to ws-fl-fim-parametro

            open input par10095b

            if   ws-fs-par10095b <> "00"
                 move "Parametro PAR10095B ausente!" to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            perform until ws-fim-parametro

                 read par10095b
                      at end
                           set ws-fim-parametro      to true
                      not at end
                           if   par10095b-linha is not numeric
                           or   ws-tf-total not less c-max-filiais-painel
                                move spaces          to ws-mensagem
                                string "PAR10095B - linha ignorada [" par10095b-linha "]"
                                       delimited by size into ws-mensagem
                                perform 9000-mensagem-lote
                           else
                                add 1                to ws-tf-total
                                move pr-cd-empresa   to ws-tf-cd-empresa(ws-tf-total)
                                move pr-cd-filial    to ws-tf-cd-filial(ws-tf-total)
                           end-if
                 end-read

            end-perform

            close par10095b

            if   ws-tf-total = zeros
                 move "Parametro PAR10095B sem filial valida!" to ws-mensagem
                 perform 9000-mensagem-lote
            end-if

       exit.

      *>=================================================================================
      *> PD00900 fica fechado durante a apuracao - o log da noite e lido
      *> input por CSP00905 - e volta a ser aberto para o resumo do lote.
       2000-processamento section.

            close pd00900
            move spaces                              to ws-fs-pd00900

            move c-este-programa                     to f06300-nome-programa
            move "REL10095B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output rel10095b

            move function current-date(1:8)          to ws-po-data-hoje
            move ws-po-data-hoje(7:2)                to rp-tit-dia
            move ws-po-data-hoje(5:2)                to rp-tit-mes
            move ws-po-data-hoje(1:4)                to rp-tit-ano
            write rel10095b-linha                    from rel10095b-titulo
            move spaces                              to rel10095b-linha
            write rel10095b-linha
            add 2                                    to ws-total-linhas

            perform varying ws-idx-filial from 1 by 1
                    until ws-idx-filial > ws-tf-total
                 perform 2100-relata-filial
            end-perform

            close rel10095b

            move spaces                              to ws-sp-parametros
            move ws-total-linhas                     to ws-sp-qtd-registros
            perform 9000-registra-spool

            perform 9000-abrir-e-pd00900

       exit.

      *>=================================================================================
       2100-relata-filial section.

            move ws-tf-cd-empresa(ws-idx-filial)     to ws-po-cd-empresa
            move ws-tf-cd-filial(ws-idx-filial)      to ws-po-cd-filial
            perform 9000-apura-painel-operacao

            move ws-po-cd-empresa                    to rp-fil-cd-empresa
            move ws-po-cd-filial                     to rp-fil-cd-filial
            write rel10095b-linha                    from rel10095b-filial
            add 1                                    to ws-total-linhas

            move zeros                               to ws-qtd-vermelhos

            perform varying ws-idx-painel from 1 by 1 until ws-idx-painel > 10
                 move ws-idx-painel                  to rp-det-numero
                 move ws-po-descricao(ws-idx-painel) to rp-det-descricao
                 move ws-po-quantidade(ws-idx-painel) to rp-det-quantidade
                 if   ws-po-vermelho(ws-idx-painel)
                      move "VERMELHO"                to rp-det-situacao
                      add 1                          to ws-qtd-vermelhos
                 else
                      move "VERDE"                   to rp-det-situacao
                 end-if
                 write rel10095b-linha               from rel10095b-detalhe
                 add 1                               to ws-total-linhas
            end-perform

            move ws-qtd-vermelhos                    to rp-rod-vermelhos
            write rel10095b-linha                    from rel10095b-rodape
            move spaces                              to rel10095b-linha
            write rel10095b-linha
            add 2                                    to ws-total-linhas

            add ws-qtd-vermelhos                     to ws-total-vermelhos

       exit.

      *>=================================================================================
       3000-finalizacao section.

            if   ws-tf-total > zeros
                 move spaces                         to ws-mensagem
                 string "Painel operacoes: " ws-tf-total " filiais, "
                        ws-total-vermelhos " indicadores em vermelho"
                        delimited by size into ws-mensagem
                 perform 9000-mensagem-lote
            end-if

            close pd00900
            close pd00700
            close pd05000
            close pd05800
            close pd05900
            close pd06000
            close pd06100
            close pd06300

       exit.

      *>=================================================================================
       copy CSP00900.cpy.
       copy CSP00905.cpy.

      *>=================================================================================
      *> O relatorio da gerencia e so o resumo - nenhum indicador e detalhado
      *> aqui (ws-po-idx-lista fica em zeros); o detalhe e a consulta CS10094C.
       9000-po-recebe-lista section.

            continue

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00700.cpy.
       copy CSR05000.cpy.
       copy CSR05800.cpy.
       copy CSR05900.cpy.
       copy CSR06000.cpy.
       copy CSR06100.cpy.
       copy CSR06300.cpy.
