      $set sourceformat"free"
       program-id. CS10094C.
      *>=================================================================================
      *>
      *>                   Painel de Operacoes (Excecoes do Dia)
      *>
      *>    Junta numa consulta so o que a operacao conferia de manha em seis
      *>    lugares diferentes: o status da cadeia noturna (STA10034B), a
      *>    integridade (CS10026B), o veredito do backup (CS10058B), o log de
      *>    excecoes (PD00900, como em CS10016C), as rejeicoes do fisco e as
      *>    duplicatas vencidas, mais as notas emitidas hoje, as notas
      *>    pendentes de exportacao XML, as competencias abertas de meses ja
      *>    passados e os saldos negativos de PD05800 - cada um com a
      *>    quantidade e a situacao verde/vermelho para a empresa/filial da
      *>    sessao (apuracao em CSP00905). Informando a linha, a lista do
      *>    indicador e paginada como no log de excecoes. O mesmo resumo sai
      *>    impresso pelo relatorio diario CS10095B.
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

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00700.cpy.
       copy CSF05000.cpy.
       copy CSF05800.cpy.
       copy CSF05900.cpy.
       copy CSF06000.cpy.
       copy CSF06100.cpy.

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

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10094C".
       78   c-descricao-programa                   value "PAINEL DE OPERACOES".
       78   c-linhas-por-pagina                    value 14.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-fs-sta10034b                      pic x(02).
            03 ws-fs-rel10026b                      pic x(02).
            03 ws-fs-rel10058b                      pic x(02).
            03 ws-fl-browse-comando                 pic x(01).
            03 ws-linha-detalhe                     pic 9(02).
            03 ws-idx-painel                        pic 9(02).
            03 ws-fl-lista-truncada                 pic x(01).
               88 ws-lista-truncada                     value "S".

      *> Lista do indicador escolhido - paginada pelos comandos N/A/F.
       01   ws-tab-lista.
            03 ws-tl-total-ocor                     pic 9(05) value zeros.
            03 ws-tl-pagina-atual                   pic 9(04).
            03 ws-tl-total-paginas                  pic 9(04).
            03 ws-tl-idx                            pic 9(05).
            03 ws-tl-linha-tela                     pic 9(02).
            03 ws-tl-linha-pos                      pic 9(02).
            03 ws-tl-ocor                           occurs 2000.
               05 ws-tl-texto                       pic x(76).

       01   ws-cabecalho-painel.
            03 filler                               pic x(09) value "Empresa: ".
            03 ws-cp-cd-empresa                     pic 9(03).
            03 filler                               pic x(10) value "  Filial: ".
            03 ws-cp-cd-filial                      pic 9(04).
            03 filler                               pic x(09) value "  Data: ".
            03 ws-cp-data                           pic 9(08).

       01   ws-linha-painel.
            03 ws-lp-numero                         pic z9.
            03 filler                               pic x(03) value " - ".
            03 ws-lp-descricao                      pic x(30).
            03 filler                               pic x(02) value spaces.
            03 ws-lp-quantidade                     pic zzzzzz9.
            03 filler                               pic x(03) value spaces.
            03 ws-lp-situacao                       pic x(08).

       01   ws-titulo-lista.
            03 filler                               pic x(08) value "Detalhe ".
            03 ws-tt-numero                         pic z9.
            03 filler                               pic x(03) value " - ".
            03 ws-tt-descricao                      pic x(30).

       01   ws-rodape-paginacao.
            03 filler                               pic x(07) value "Pagina ".
            03 ws-rp-pagina-atual                   pic zzz9.
            03 filler                               pic x(04) value " de ".
            03 ws-rp-total-paginas                  pic zzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-detalhe-painel.
            03 line 22 col 02   pic x(38)
               value "Linha para detalhar (00 = retornar) :".
            03 line 22 col 41   pic 9(02) using ws-linha-detalhe.

       01   frm-browse-comando.
            03 line 24 col 02   pic x(42)
               value "N-Proxima  A-Anterior  F-Fim da consulta :".
            03 line 24 col 46   pic x(01) using ws-fl-browse-comando.

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

      *>  Consulta apenas - o painel nao inclui nem altera nada. As demais
      *>  opcoes ficam inativas independente de lnk-par.
            move c-nao                              to wf-opcao-fl-ativa(1)
            move c-nao                              to wf-opcao-fl-ativa(3)
            move c-nao                              to wf-opcao-fl-ativa(4)
            move c-nao                              to wf-opcao-fl-ativa(5)

            perform 9000-abrir-i-pd00700
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05800
            perform 9000-abrir-io-pd05900
            perform 9000-abrir-io-pd06000
            perform 9000-abrir-i-pd06100

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
                when 02
                     perform 2100-consulta
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            move lnk-cd-empresa                     to ws-po-cd-empresa
            move lnk-cd-filial                      to ws-po-cd-filial
            move zeros                              to ws-po-idx-lista
            perform 9000-apura-painel-operacao

            perform until exit

                 perform 2200-mostra-painel

                 move zeros                          to ws-linha-detalhe
                 accept ws-linha-detalhe at line 22 col 41 with update auto-skip

                 evaluate ws-linha-detalhe
                      when 00
                           exit perform
                      when 01 thru 10
                           perform 2300-detalha-indicador
                      when other
                           move "Linha invalida!"      to ws-mensagem
                           perform 9000-mensagem
                 end-evaluate

            end-perform

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2200-mostra-painel section.

            perform 9000-frame-padrao

            move ws-po-cd-empresa                   to ws-cp-cd-empresa
            move ws-po-cd-filial                    to ws-cp-cd-filial
            move ws-po-data-hoje                    to ws-cp-data
            display ws-cabecalho-painel             at line 03 col 02

            perform varying ws-idx-painel from 1 by 1 until ws-idx-painel > 10
                 move ws-idx-painel                 to ws-lp-numero
                 move ws-po-descricao(ws-idx-painel) to ws-lp-descricao
                 move ws-po-quantidade(ws-idx-painel) to ws-lp-quantidade
                 if   ws-po-vermelho(ws-idx-painel)
                      move "VERMELHO"               to ws-lp-situacao
                 else
                      move "VERDE"                  to ws-lp-situacao
                 end-if
                 compute ws-tl-linha-pos = ws-idx-painel + 5
                 display ws-linha-painel            at line ws-tl-linha-pos col 02
            end-perform

            display frm-detalhe-painel

       exit.

      *>=================================================================================
      *> Reapura so o indicador escolhido, agora entregando as linhas do
      *> detalhamento a 9000-po-recebe-lista.
       2300-detalha-indicador section.

            move zeros                              to ws-tl-total-ocor
            move "N"                                to ws-fl-lista-truncada

            move ws-linha-detalhe                   to ws-po-idx
            move ws-linha-detalhe                   to ws-po-idx-lista
            perform 9000-apura-indicador-painel
            move zeros                              to ws-po-idx-lista

            if   ws-tl-total-ocor = zeros
                 move "Nenhuma ocorrencia para este indicador!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   ws-lista-truncada
                 move "Lista truncada em 2000 linhas!" to ws-mensagem
                 perform 9000-mensagem
            end-if

            perform 2400-pagina-lista

       exit.

      *>=================================================================================
       2400-pagina-lista section.

            move 1                                  to ws-tl-pagina-atual

            compute ws-tl-total-paginas =
                    (ws-tl-total-ocor + c-linhas-por-pagina - 1)
                    / c-linhas-por-pagina

            perform until exit

                 perform 2410-mostra-pagina

                 move space                          to ws-fl-browse-comando
                 accept ws-fl-browse-comando at line 24 col 46 with update auto-skip

                 evaluate ws-fl-browse-comando
                      when "n"
                      when "N"
                           if   ws-tl-pagina-atual < ws-tl-total-paginas
                                add 1                to ws-tl-pagina-atual
                           else
                                move "Fim da lista!" to ws-mensagem
                                perform 9000-mensagem
                           end-if
                      when "a"
                      when "A"
                           if   ws-tl-pagina-atual > 1
                                subtract 1           from ws-tl-pagina-atual
                           else
                                move "Inicio da lista!" to ws-mensagem
                                perform 9000-mensagem
                           end-if
                      when "f"
                      when "F"
                           exit perform
                      when other
                           move "Comando invalido!"    to ws-mensagem
                           perform 9000-mensagem
                 end-evaluate

            end-perform

       exit.

      *>=================================================================================
       2410-mostra-pagina section.

            perform 9000-frame-padrao

            move ws-linha-detalhe                   to ws-tt-numero
            move ws-po-descricao(ws-linha-detalhe)  to ws-tt-descricao
            display ws-titulo-lista                 at line 03 col 02

            compute ws-tl-idx = ((ws-tl-pagina-atual - 1) * c-linhas-por-pagina) + 1
            move zeros                              to ws-tl-linha-tela

            perform 2420-mostra-linha
                until ws-tl-linha-tela >= c-linhas-por-pagina

            move ws-tl-pagina-atual                 to ws-rp-pagina-atual
            move ws-tl-total-paginas                to ws-rp-total-paginas
            display ws-rodape-paginacao             at line 21 col 02

            display frm-browse-comando

       exit.

      *>=================================================================================
       2420-mostra-linha section.

            add 1                                   to ws-tl-linha-tela
            compute ws-tl-linha-pos = ws-tl-linha-tela + 4

            if   ws-tl-idx > ws-tl-total-ocor
                 move spaces                        to ws-po-texto-lista
                 display ws-po-texto-lista at line ws-tl-linha-pos col 02
            else
                 display ws-tl-texto(ws-tl-idx) at line ws-tl-linha-pos col 02
            end-if

            add 1                                   to ws-tl-idx

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00700
            close pd05000
            close pd05800
            close pd05900
            close pd06000
            close pd06100

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao
       copy CSP00905.cpy. *> Painel de operacoes

      *>=================================================================================
      *> Linha do detalhamento entregue pela apuracao (CSP00905).
       9000-po-recebe-lista section.

            if   ws-tl-total-ocor >= 2000
                 set ws-lista-truncada               to true
                 exit section
            end-if

            add 1                                   to ws-tl-total-ocor
            move ws-po-texto-lista                  to ws-tl-texto(ws-tl-total-ocor)

       exit.

      *>=================================================================================
      *> PD00900 aqui e aberto input apenas durante a apuracao do log - fora
      *> dela o arquivo fica fechado, o status e limpo no close e o gravar
      *> embutido em 9000-mensagem cai na guarda de 9000-gravar-pd00900
      *> (CSR00900.CPY) sem nunca escrever num arquivo fechado.

       copy CSR00900.cpy.
       copy CSR00700.cpy.
       copy CSR05000.cpy.
       copy CSR05800.cpy.
       copy CSR05900.cpy.
       copy CSR06000.cpy.
       copy CSR06100.cpy.
