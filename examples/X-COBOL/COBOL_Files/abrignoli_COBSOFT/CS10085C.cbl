      $set sourceformat"free"
       program-id. CS10085C.
      *>=================================================================================
      *>
      *>                    Grupos e Subgrupos de Mercadoria
      *>
      *>    Mantem PD10200 - a classificacao das mercadorias: o grupo e uma
      *>    linha de subgrupo 0000; cada subgrupo e uma linha sob um grupo ja
      *>    cadastrado. CS10014C aponta cada mercadoria para um grupo (e,
      *>    opcionalmente, um subgrupo) daqui, e os relatorios de estoque e de
      *>    vendas com quebra por grupo leem a descricao deste arquivo.
      *>    Grupo com subgrupo ou com mercadoria apontando para ele nao sai do
      *>    cadastro.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00700.cpy.
       copy CSS10200.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10085
               assign to "REL10085"
               organization is line sequential
               file status is ws-fs-rel10085.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00700.cpy.
       copy CSF10200.cpy.

       fd   rel10085
            record contains 132 characters.

       01   rel10085-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10085C".
       78   c-descricao-programa                   value "GRUPOS DE MERCADORIA".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-validacao                     pic x(01).
               88 ws-validacao-ok                       value "S".
               88 ws-validacao-nok                      value "N".
            03 ws-validacao-descricao              pic x(40).
            03 ws-fl-grupo-em-uso                  pic x(01).
               88 ws-grupo-em-uso                       value "S".
            03 ws-fl-tem-subgrupos                 pic x(01).
               88 ws-tem-subgrupos                      value "S".

       01   f-grupo-mercadoria.
            03 f-cd-grupo                          pic 9(04).
            03 f-cd-subgrupo                       pic 9(04).
            03 f-descricao-grupo                   pic x(40).
            03 f-descricao-grupo-pai               pic x(40).

       01   ws-relatorio.
            03 ws-fs-rel10085                       pic x(02).
            03 ws-rel-total-grupos                  pic 9(05).

       01   rel10085-detalhe.
            03 filler                              pic x(07) value "Grupo:".
            03 rg-det-cd-grupo                      pic 9(04).
            03 filler                              pic x(01) value "/".
            03 rg-det-cd-subgrupo                   pic 9(04).
            03 filler                              pic x(01) value space.
            03 rg-det-recuo                         pic x(04) value spaces.
            03 rg-det-descricao                     pic x(40).

       01   rel10085-resumo.
            03 filler                              pic x(24) value "Grupos/subgrupos.......:".
            03 rg-res-total                         pic zzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-grupo-mercadoria.
            03 line 09 col 16   pic x(18) value "Grupo............:".
            03 line 09 col 35   pic 9(04) from f-cd-grupo.
            03 line 10 col 16   pic x(18) value "Subgrupo.........:".
            03 line 10 col 35   pic 9(04) from f-cd-subgrupo.
            03 line 10 col 41   pic x(18) value "(0000 = o grupo)".
            03 line 12 col 16   pic x(18) value "Descricao........:".
            03 line 12 col 35   pic x(40) from f-descricao-grupo.
            03 line 14 col 16   pic x(18) value "Grupo superior...:".
            03 line 14 col 35   pic x(40) from f-descricao-grupo-pai.

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
            perform 9000-abrir-io-pd00700
            perform 9000-abrir-io-pd10200

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
            perform 9000-aceita-chave-grupo

            perform 9000-monta-chave-grupo
            perform 9000-ler-pd10200-ran-1
            if   ws-operacao-ok
                 string "Grupo ja cadastrado! [" f-cd-grupo "/" f-cd-subgrupo "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

      *>    Subgrupo so existe sob grupo ja cadastrado.
            if   f-cd-subgrupo <> zeros
                 perform 9000-le-grupo-pai
                 if   not ws-operacao-ok
                      string "Grupo superior nao cadastrado! [" f-cd-grupo "]" into ws-mensagem
                      perform 9000-mensagem
                      perform 8000-controle-frame
                      exit section
                 end-if
                 perform 8000-tela
            end-if

            perform until f-descricao-grupo <> spaces
                 accept f-descricao-grupo at line 12 col 35 with update auto-skip
            end-perform

            move "Confirma inclusao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 initialize                        f10200-grupo-mercadoria
                 perform 9000-monta-chave-grupo
                 move f-descricao-grupo            to f10200-descricao-grupo

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd10200

                 perform 9000-gravar-pd10200

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f10200-grupo [" f10200-chave "]" into ws-mensagem
                      perform 9000-mensagem
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
            perform 9000-aceita-chave-grupo

            perform 9000-monta-chave-grupo
            perform 9000-ler-pd10200-ran-1
            if   not ws-operacao-ok
                 move "Grupo nao encontrado!"       to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
            else
                 perform 9000-move-registros-frame
                 perform 8000-controle-frame
            end-if

       exit.

      *>=================================================================================
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela
            perform 9000-aceita-chave-grupo

            perform 9000-monta-chave-grupo
            perform 9000-ler-pd10200-ran-1
            if   not ws-operacao-ok
                 move "Grupo nao encontrado!"       to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform with test after until f-descricao-grupo <> spaces
                 accept f-descricao-grupo at line 12 col 35 with update auto-skip
            end-perform

            move "Confirma alteracao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 move f-descricao-grupo            to f10200-descricao-grupo

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd10200

                 perform 9000-regravar-pd10200

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f10200-grupo [" f10200-chave "]" into ws-mensagem
                      perform 9000-mensagem
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
            perform 9000-aceita-chave-grupo

            perform 9000-monta-chave-grupo
            perform 9000-ler-pd10200-ran-1
            if   not ws-operacao-ok
                 move "Grupo nao encontrado!"       to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            if   f-cd-subgrupo = zeros
                 perform 9000-verifica-tem-subgrupos
                 if   ws-tem-subgrupos
                      move "Grupo com subgrupos - exclua os subgrupos antes!" to ws-mensagem
                      perform 9000-mensagem
                      perform 8000-controle-frame
                      exit section
                 end-if
            end-if

            perform 9000-verifica-grupo-em-uso
            if   ws-grupo-em-uso
                 move "Ha mercadoria neste grupo - exclusao nao permitida!" to ws-mensagem
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
                      perform 9000-excluir-pd10200
                 end-if
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio de grupos de mercadoria..." to ws-mensagem
            perform 9000-mensagem

            open output rel10085

            move zeros                              to ws-rel-total-grupos

            initialize                               f10200-chave
            perform 9000-str-pd10200-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10200-seq-1

                 if   ws-operacao-ok

                      move f10200-cd-grupo           to rg-det-cd-grupo
                      move f10200-cd-subgrupo        to rg-det-cd-subgrupo
                      move f10200-descricao-grupo    to rg-det-descricao
                      if   f10200-cd-subgrupo = zeros
                           move spaces               to rg-det-recuo
                      else
                           move "  - "               to rg-det-recuo
                      end-if
                      write rel10085-linha           from rel10085-detalhe

                      add 1                          to ws-rel-total-grupos

                 end-if

            end-perform

            move ws-rel-total-grupos                 to rg-res-total
            write rel10085-linha                     from rel10085-resumo

            close rel10085

            string "Relatorio gerado - " ws-rel-total-grupos " grupo(s)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd00700
            close pd10200

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-grupo-mercadoria

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-grupo-mercadoria

            perform 9000-frame-padrao
            display frm-grupo-mercadoria

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
      *> Grupo zero nao existe - e o "sem grupo" das mercadorias.
       9000-aceita-chave-grupo section.

            perform until f-cd-grupo <> zeros
                 accept f-cd-grupo at line 09 col 35 with update auto-skip
            end-perform

            accept f-cd-subgrupo at line 10 col 35 with update auto-skip

       exit.

      *>=================================================================================
       9000-monta-chave-grupo section.

            initialize                             f10200-chave
            move f-cd-grupo                        to f10200-cd-grupo
            move f-cd-subgrupo                     to f10200-cd-subgrupo

       exit.

      *>=================================================================================
      *> Le a linha do grupo (subgrupo 0000) do subgrupo em tela e mostra a
      *> descricao - f10200 fica com o grupo; quem precisa do subgrupo rele.
       9000-le-grupo-pai section.

            initialize                             f10200-chave
            move f-cd-grupo                        to f10200-cd-grupo
            move zeros                             to f10200-cd-subgrupo
            perform 9000-ler-pd10200-ran-1

            if   ws-operacao-ok
                 move f10200-descricao-grupo       to f-descricao-grupo-pai
            else
                 move spaces                       to f-descricao-grupo-pai
            end-if

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-grupo-mercadoria
            move f10200-cd-grupo                   to f-cd-grupo
            move f10200-cd-subgrupo                to f-cd-subgrupo
            move f10200-descricao-grupo            to f-descricao-grupo

            if   f-cd-subgrupo <> zeros
                 perform 9000-le-grupo-pai
                 perform 9000-monta-chave-grupo
                 perform 9000-ler-pd10200-ran-1
            end-if

            perform 9000-frame-padrao
            display frm-grupo-mercadoria

       exit.

      *>=================================================================================
      *> Grupo (subgrupo 0000) com alguma linha de subgrupo abaixo dele.
       9000-verifica-tem-subgrupos section.

            move "N"                                 to ws-fl-tem-subgrupos

            initialize                               f10200-chave
            move f-cd-grupo                          to f10200-cd-grupo
            move 1                                   to f10200-cd-subgrupo
            perform 9000-str-pd10200-ge
            if   ws-operacao-ok
                 perform 9000-ler-pd10200-seq-1
                 if   ws-operacao-ok
                 and  f10200-cd-grupo equal f-cd-grupo
                      set ws-tem-subgrupos           to true
                 end-if
            end-if

            perform 9000-monta-chave-grupo
            perform 9000-ler-pd10200-ran-1

       exit.

      *>=================================================================================
      *> Varre PD00700 atras de mercadoria classificada no grupo/subgrupo em
      *> tela - a chave de PD00700 e o codigo, entao a varredura e completa.
      *> Exclusao de grupo (subgrupo 0000) confere so as mercadorias ligadas
      *> direto nele; as dos subgrupos ja barram pela existencia do subgrupo.
       9000-verifica-grupo-em-uso section.

            move "N"                                 to ws-fl-grupo-em-uso

            move zeros                               to f00700-cd-mercadoria
            perform 9000-str-pd00700-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd00700-seq-1

                 if   ws-operacao-ok
                      if   f00700-cd-grupo    equal f-cd-grupo
                      and  f00700-cd-subgrupo equal f-cd-subgrupo
                           set ws-grupo-em-uso       to true
                           set ws-operacao-nok       to true
                      end-if
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Confere, imediatamente antes de liberar a confirmacao de exclusao,
      *> que o registro ainda existe e nao foi alterado por outro usuario -
      *> mesmo padrao de CS10005C/9000-validacao.
       9000-validacao section.

            set ws-validacao-ok                    to true

            move f10200-descricao-grupo            to ws-validacao-descricao

            perform 9000-monta-chave-grupo
            perform 9000-ler-pd10200-ran-1

            if   not ws-operacao-ok
                 move "Grupo nao localizado - pode ja ter sido excluido!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
            else
                 if   f10200-descricao-grupo not equal ws-validacao-descricao
                      move "Registro alterado por outro usuario - exclusao cancelada!" to ws-mensagem
                      perform 9000-mensagem
                      set ws-validacao-nok          to true
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00700.cpy.
       copy CSR10200.cpy.
