      $set sourceformat"free"
       program-id. CS10087C.
      *>=================================================================================
      *>
      *>                    Movimentacao de Estoque entre Locais
      *>
      *>    Registro e consulta da movimentacao interna da filial em PD10500:
      *>    tira a quantidade (unidade padrao) de um local e poe em outro em
      *>    PD10400, sem nota fiscal e sem mexer no saldo da filial em
      *>    PD05800. O local 000 (saldo sem endereco) serve de origem para
      *>    enderecar o estoque anterior aos locais; o destino e sempre um
      *>    local cadastrado em CS10086C. Movimento nao se altera nem se
      *>    exclui - correcao e o movimento inverso.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00700.cpy.
       copy CSS10300.cpy.
       copy CSS10400.cpy.
       copy CSS10500.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10087
               assign to "REL10087"
               organization is line sequential
               file status is ws-fs-rel10087.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00700.cpy.
       copy CSF10300.cpy.
       copy CSF10400.cpy.
       copy CSF10500.cpy.

       fd   rel10087
            record contains 132 characters.

       01   rel10087-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10087C".
       78   c-descricao-programa                   value "MOVIMENTACAO ENTRE LOCAIS".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-fl-chave-ok                      pic x(01).
               88 ws-chave-ok                           value "S".
            03 ws-chave-filial-comparacao          pic x(07).

       01   f-movimento-local.
            03 f-cd-mercadoria                     pic 9(09).
            03 f-descricao-mercadoria              pic x(40).
            03 f-cd-local-origem                   pic 9(03).
            03 f-descricao-origem                  pic x(30).
            03 f-saldo-origem                      pic s9(09)v9(06).
            03 f-cd-local-destino                  pic 9(03).
            03 f-descricao-destino                 pic x(30).
            03 f-quantidade-padrao                 pic 9(09)v9(06).
            03 f-observacao                        pic x(40).
            03 f-data-movimento                    pic 9(08).
            03 f-horario-movimento                 pic 9(06).
            03 f-id-usuario-operacao               pic 9(11).

       01   ws-relatorio.
            03 ws-fs-rel10087                       pic x(02).
            03 ws-rel-total-movimentos              pic 9(07).

       01   rel10087-detalhe.
            03 rm-det-data-movimento                pic 9(08).
            03 filler                              pic x(01) value space.
            03 rm-det-horario-movimento             pic 9(06).
            03 filler                              pic x(06) value " Merc:".
            03 rm-det-cd-mercadoria                 pic 9(09).
            03 filler                              pic x(04) value " De:".
            03 rm-det-cd-local-origem               pic 9(03).
            03 filler                              pic x(06) value " Para:".
            03 rm-det-cd-local-destino              pic 9(03).
            03 filler                              pic x(06) value " Qtd.:".
            03 rm-det-quantidade                    pic zzzzzzzz9,999999.
            03 filler                              pic x(01) value space.
            03 rm-det-observacao                    pic x(40).
            03 filler                              pic x(01) value space.
            03 rm-det-id-usuario                    pic z(10)9.

       01   rel10087-resumo.
            03 filler                              pic x(24) value "Movimentos listados....:".
            03 rm-res-total                         pic z.zzz.zz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-movimento-local.
            03 line 07 col 16   pic x(18) value "Mercadoria.......:".
            03 line 07 col 35   pic 9(09) from f-cd-mercadoria.
            03 line 08 col 35   pic x(40) from f-descricao-mercadoria.
            03 line 10 col 16   pic x(18) value "Local de origem..:".
            03 line 10 col 35   pic 9(03) from f-cd-local-origem.
            03 line 10 col 40   pic x(30) from f-descricao-origem.
            03 line 11 col 16   pic x(18) value "Saldo na origem..:".
            03 line 11 col 35   pic -zzzzzzzz9,999999 from f-saldo-origem.
            03 line 12 col 16   pic x(18) value "Local de destino.:".
            03 line 12 col 35   pic 9(03) from f-cd-local-destino.
            03 line 12 col 40   pic x(30) from f-descricao-destino.
            03 line 14 col 16   pic x(18) value "Quantidade padrao:".
            03 line 14 col 35   pic zzzzzzzz9,999999 from f-quantidade-padrao.
            03 line 15 col 16   pic x(18) value "Observacao.......:".
            03 line 15 col 35   pic x(40) from f-observacao.
            03 line 17 col 16   pic x(18) value "Registrado em....:".
            03 line 17 col 35   pic 9(08) from f-data-movimento.
            03 line 17 col 44   pic 9(06) from f-horario-movimento.
            03 line 17 col 51   pic x(08) value "Usuario:".
            03 line 17 col 60   pic 9(11) from f-id-usuario-operacao.

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
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-io-pd10300
            perform 9000-abrir-io-pd10400
            perform 9000-abrir-io-pd10500

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

            move lnk-cd-empresa                    to ws-loc-cd-empresa
            move lnk-cd-filial                     to ws-loc-cd-filial
            perform 9000-local-padrao-filial
            if   not ws-loc-tem-locais
                 move "Filial sem locais de estoque - cadastre em CS10086C!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-aceita-mercadoria
            if   not ws-chave-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-aceita-locais
            if   not ws-chave-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            perform until f-quantidade-padrao <> zeros
                 accept f-quantidade-padrao at line 14 col 35 with update auto-skip
            end-perform

            accept f-observacao at line 15 col 35 with update auto-skip

      *>    Saldo curto na origem e avisado, nao barrado - o saldo por local
      *>    pode estar defasado ate a proxima contagem.
            if   f-quantidade-padrao > f-saldo-origem
                 move "Saldo insuficiente na origem - confirma assim mesmo? [S/N]" to ws-mensagem
                 perform 9000-mensagem
                 if   not ws-mensagem-opcao-sim
                      perform 8000-controle-frame
                      exit section
                 end-if
            end-if

            move "Confirma o movimento entre locais? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 initialize                        f10500-movimento-local
                 move lnk-cd-empresa               to f10500-cd-empresa
                 move lnk-cd-filial                to f10500-cd-filial
                 move f-cd-mercadoria              to f10500-cd-mercadoria
                 move f-cd-local-origem            to f10500-cd-local-origem
                 move f-cd-local-destino           to f10500-cd-local-destino
                 move f-quantidade-padrao          to f10500-quantidade-padrao
                 move f-observacao                 to f10500-observacao

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-registra-movimento-local

                 if   ws-operacao-ok
                      perform 9000-aplica-movimento
                 end-if

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f10500-movimento-local [" f10500-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Movimentos da mercadoria na filial em ordem cronologica, um por vez.
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 9000-aceita-mercadoria
            if   not ws-chave-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            initialize                             f10500-chave
            move lnk-cd-empresa                    to f10500-cd-empresa
            move lnk-cd-filial                     to f10500-cd-filial
            move f10500-chave(1:7)                 to ws-chave-filial-comparacao

            perform 9000-str-pd10500-ge

            set ws-mensagem-opcao-sim              to true

            perform until not ws-operacao-ok
                       or not ws-mensagem-opcao-sim

                 perform 9000-ler-pd10500-seq-1

                 if   ws-operacao-ok
                 and  f10500-chave(1:7) equal ws-chave-filial-comparacao

                      if   f10500-cd-mercadoria equal f-cd-mercadoria
                           perform 9000-move-registros-frame

                           move "Proximo movimento? [S/N]" to ws-mensagem
                           perform 9000-mensagem
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            if   not ws-operacao-ok
                 move "Fim dos movimentos da mercadoria!" to ws-mensagem
                 perform 9000-mensagem
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            move "Movimento nao e alteravel - registre o movimento inverso!" to ws-mensagem
            perform 9000-mensagem
            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-exclusao section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            move "Movimento nao e alteravel - registre o movimento inverso!" to ws-mensagem
            perform 9000-mensagem
            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio de movimentos entre locais..." to ws-mensagem
            perform 9000-mensagem

            open output rel10087

            move zeros                              to ws-rel-total-movimentos

            initialize                               f10500-chave
            move lnk-cd-empresa                      to f10500-cd-empresa
            move lnk-cd-filial                       to f10500-cd-filial
            move f10500-chave(1:7)                   to ws-chave-filial-comparacao

            perform 9000-str-pd10500-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10500-seq-1

                 if   ws-operacao-ok
                 and  f10500-chave(1:7) equal ws-chave-filial-comparacao

                      move f10500-data-movimento     to rm-det-data-movimento
                      move f10500-horario-movimento  to rm-det-horario-movimento
                      move f10500-cd-mercadoria      to rm-det-cd-mercadoria
                      move f10500-cd-local-origem    to rm-det-cd-local-origem
                      move f10500-cd-local-destino   to rm-det-cd-local-destino
                      move f10500-quantidade-padrao  to rm-det-quantidade
                      move f10500-observacao         to rm-det-observacao
                      move f10500-id-usuario-operacao to rm-det-id-usuario
                      write rel10087-linha           from rel10087-detalhe

                      add 1                          to ws-rel-total-movimentos

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-rel-total-movimentos             to rm-res-total
            write rel10087-linha                     from rel10087-resumo

            close rel10087

            string "Relatorio gerado - " ws-rel-total-movimentos " movimento(s)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd00700
            close pd10300
            close pd10400
            close pd10500

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-movimento-local

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-movimento-local

            perform 9000-frame-padrao
            display frm-movimento-local

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
       9000-aceita-mercadoria section.

            move "N"                               to ws-fl-chave-ok

            perform until f-cd-mercadoria <> zeros
                 accept f-cd-mercadoria at line 07 col 35 with update auto-skip
            end-perform

            initialize                             f00700-mercadoria
            move f-cd-mercadoria                   to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   not ws-operacao-ok
                 move "Mercadoria nao cadastrada!"  to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f00700-descricao-mercadoria       to f-descricao-mercadoria
            display frm-movimento-local

            set ws-chave-ok                        to true

       exit.

      *>=================================================================================
      *> Origem: local cadastrado ou o 000 (saldo sem endereco), com o saldo
      *> do local mostrado. Destino: local cadastrado diferente da origem.
       9000-aceita-locais section.

            move "N"                               to ws-fl-chave-ok

            move lnk-cd-empresa                    to ws-loc-cd-empresa
            move lnk-cd-filial                     to ws-loc-cd-filial

            accept f-cd-local-origem at line 10 col 35 with update auto-skip
            move f-cd-local-origem                 to ws-loc-cd-local
            perform 9000-descreve-local
            move ws-loc-descricao                  to f-descricao-origem
            if   not ws-operacao-ok
                 display frm-movimento-local
                 move "Local de origem nao cadastrado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f10400-saldo-local
            move lnk-cd-empresa                    to f10400-cd-empresa
            move lnk-cd-filial                     to f10400-cd-filial
            move f-cd-mercadoria                   to f10400-cd-mercadoria
            move f-cd-local-origem                 to f10400-cd-local
            perform 9000-ler-pd10400-ran-1
            if   ws-operacao-ok
                 move f10400-saldo-padrao          to f-saldo-origem
            else
                 move zeros                        to f-saldo-origem
            end-if
            display frm-movimento-local

            perform until f-cd-local-destino <> zeros
                 accept f-cd-local-destino at line 12 col 35 with update auto-skip
            end-perform

            if   f-cd-local-destino = f-cd-local-origem
                 move "Destino igual a origem!"     to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f-cd-local-destino                to ws-loc-cd-local
            perform 9000-descreve-local
            move ws-loc-descricao                  to f-descricao-destino
            display frm-movimento-local
            if   not ws-operacao-ok
                 move "Local de destino nao cadastrado!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            set ws-chave-ok                        to true

       exit.

      *>=================================================================================
      *> Aplica o movimento gravado em f10500 no saldo dos dois locais.
       9000-aplica-movimento section.

            compute ws-delta-estoque = 0 - f10500-quantidade-padrao
            initialize                             f10400-saldo-local
            move f10500-cd-empresa                 to f10400-cd-empresa
            move f10500-cd-filial                  to f10400-cd-filial
            move f10500-cd-mercadoria              to f10400-cd-mercadoria
            move f10500-cd-local-origem            to f10400-cd-local
            perform 9000-atualiza-saldo-pd10400

            if   not ws-operacao-ok
                 exit section
            end-if

            move f10500-quantidade-padrao          to ws-delta-estoque
            initialize                             f10400-saldo-local
            move f10500-cd-empresa                 to f10400-cd-empresa
            move f10500-cd-filial                  to f10400-cd-filial
            move f10500-cd-mercadoria              to f10400-cd-mercadoria
            move f10500-cd-local-destino           to f10400-cd-local
            perform 9000-atualiza-saldo-pd10400

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            move f10500-cd-local-origem            to f-cd-local-origem
            move f10500-cd-local-destino           to f-cd-local-destino
            move f10500-quantidade-padrao          to f-quantidade-padrao
            move f10500-observacao                 to f-observacao
            move f10500-data-movimento             to f-data-movimento
            move f10500-horario-movimento          to f-horario-movimento
            move f10500-id-usuario-operacao        to f-id-usuario-operacao
            move zeros                             to f-saldo-origem

            move lnk-cd-empresa                    to ws-loc-cd-empresa
            move lnk-cd-filial                     to ws-loc-cd-filial
            move f-cd-local-origem                 to ws-loc-cd-local
            perform 9000-descreve-local
            move ws-loc-descricao                  to f-descricao-origem
            move f-cd-local-destino                to ws-loc-cd-local
            perform 9000-descreve-local
            move ws-loc-descricao                  to f-descricao-destino

      *>    A leitura do local nao mexe na posicao de PD10500 - a consulta
      *>    segue do mesmo ponto.
            set ws-operacao-ok                     to true

            perform 9000-frame-padrao
            display frm-movimento-local

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00700.cpy.
       copy CSR10300.cpy.
       copy CSR10400.cpy.
       copy CSR10500.cpy.
