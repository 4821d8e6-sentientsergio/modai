      $set sourceformat"free"
       program-id. CS10071C.
      *>=================================================================================
      *>
      *>                       Parametros de Reposicao de Estoque
      *>
      *>    Mantem PD09000 - os parametros de reposicao da mercadoria na
      *>    filial corrente: estoque minimo, estoque de seguranca, estoque
      *>    maximo (todos na unidade padrao) e prazo de reposicao em dias.
      *>    A sugestao de compra (CS10071B) so avalia mercadorias com
      *>    parametro ativo; inativar suspende a sugestao sem perder os
      *>    valores.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00700.cpy.
       copy CSS09000.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10071
               assign to "REL10071"
               organization is line sequential
               file status is ws-fs-rel10071.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00700.cpy.
       copy CSF09000.cpy.

       fd   rel10071
            record contains 132 characters.

       01   rel10071-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10071C".
       78   c-descricao-programa                   value "PARAMETROS DE REPOSICAO".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-validacao                     pic x(01).
               88 ws-validacao-ok                       value "S".
               88 ws-validacao-nok                      value "N".
            03 ws-validacao-horario                pic 9(06).

       01   f-parametro-reposicao.
            03 f-cd-mercadoria                     pic 9(09).
            03 f-descricao-mercadoria              pic x(40).
            03 f-estoque-minimo                    pic 9(09)v9(06).
            03 f-estoque-seguranca                 pic 9(09)v9(06).
            03 f-estoque-maximo                    pic 9(09)v9(06).
            03 f-prazo-reposicao                   pic 9(03).
            03 f-fl-ativo                          pic x(01).

       01   ws-relatorio.
            03 ws-fs-rel10071                       pic x(02).
            03 ws-rel-total-parametros              pic 9(05).

       01   rel10071-detalhe.
            03 filler                              pic x(07) value "Merc..:".
            03 rp-det-cd-mercadoria                 pic 9(09).
            03 filler                              pic x(01) value space.
            03 rp-det-descricao                     pic x(30) value spaces.
            03 filler                              pic x(06) value " Min.:".
            03 rp-det-estoque-minimo                pic zzzzzz9,999999.
            03 filler                              pic x(06) value " Seg.:".
            03 rp-det-estoque-seguranca             pic zzzzzz9,999999.
            03 filler                              pic x(06) value " Max.:".
            03 rp-det-estoque-maximo                pic zzzzzz9,999999.
            03 filler                              pic x(08) value " Prazo.:".
            03 rp-det-prazo-reposicao               pic zz9.
            03 filler                              pic x(06) value " Sit.:".
            03 rp-det-fl-ativo                      pic x(01).

       01   rel10071-resumo.
            03 filler                              pic x(24) value "Parametros listados....:".
            03 rp-res-total                         pic zzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-parametro-reposicao.
            03 line 05 col 18   pic x(16) value "Mercadoria.....:".
            03 line 05 col 35   pic 9(09) from f-cd-mercadoria.
            03 line 05 col 46   pic x(30) from f-descricao-mercadoria.
            03 line 07 col 18   pic x(16) value "Estoque Minimo.:".
            03 line 07 col 35   pic zzzzzz9,999999 from f-estoque-minimo.
            03 line 09 col 18   pic x(16) value "Est. Seguranca.:".
            03 line 09 col 35   pic zzzzzz9,999999 from f-estoque-seguranca.
            03 line 11 col 18   pic x(16) value "Estoque Maximo.:".
            03 line 11 col 35   pic zzzzzz9,999999 from f-estoque-maximo.
            03 line 11 col 51   pic x(24) value "(unidade padrao, 0=nao)".
            03 line 13 col 18   pic x(16) value "Prazo (dias)...:".
            03 line 13 col 35   pic zz9 from f-prazo-reposicao.
            03 line 13 col 51   pic x(24) value "(0=prazo padrao do lote)".
            03 line 20 col 23   pic x(11) value "Ativo(S/N):".
            03 line 20 col 35   pic x(01) from f-fl-ativo.

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
            perform 9000-abrir-io-pd09000

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

            perform until f-cd-mercadoria <> zeros
                 accept f-cd-mercadoria at line 05 col 35 with update auto-skip
            end-perform

            move f-cd-mercadoria                   to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   not ws-operacao-ok
                 string "Mercadoria nao cadastrada! [" f-cd-mercadoria "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            move f00700-descricao-mercadoria       to f-descricao-mercadoria
            display f-descricao-mercadoria(1:30) at line 05 col 46

            perform 9000-monta-chave-parametro
            perform 9000-ler-pd09000-ran-1
            if   ws-operacao-ok
                 string "Mercadoria ja parametrizada nesta filial! [" f-cd-mercadoria "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            move "S"                               to f-fl-ativo
            perform 9000-aceita-parametro

            move "Confirma inclusao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 initialize                        f09000-parametro-reposicao
                 perform 9000-monta-chave-parametro
                 perform 9000-move-frame-registro

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd09000

                 perform 9000-gravar-pd09000

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f09000-parametro-reposicao [" f09000-chave "]" into ws-mensagem
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

            perform until f-cd-mercadoria <> zeros
                 accept f-cd-mercadoria at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-parametro
            perform 9000-ler-pd09000-ran-1
            if   not ws-operacao-ok
                 move "Parametro de reposicao nao encontrado!" to ws-mensagem
                 perform 9000-mensagem
            else
                 perform 9000-move-registros-frame
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-cd-mercadoria <> zeros
                 accept f-cd-mercadoria at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-parametro
            perform 9000-ler-pd09000-ran-1
            if   not ws-operacao-ok
                 move "Parametro de reposicao nao encontrado!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 9000-aceita-parametro

            move "Confirma alteracao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 perform 9000-move-frame-registro

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd09000

                 perform 9000-regravar-pd09000

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f09000-parametro-reposicao [" f09000-chave "]" into ws-mensagem
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

            perform until f-cd-mercadoria <> zeros
                 accept f-cd-mercadoria at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-parametro
            perform 9000-ler-pd09000-ran-1
            if   not ws-operacao-ok
                 move "Parametro de reposicao nao encontrado!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 9000-validacao

            if   ws-validacao-ok
                 perform 9000-sleep-3s

                 move "Confirma exclusao de registro? [S/N]"   to ws-mensagem
                 perform 9000-mensagem

                 if   ws-mensagem-opcao-sim
                      perform 9000-excluir-pd09000
                 end-if
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio de parametros de reposicao..." to ws-mensagem
            perform 9000-mensagem

            open output rel10071

            move zeros                              to ws-rel-total-parametros

            initialize                               f09000-chave
            move lnk-cd-empresa                      to f09000-cd-empresa
            move lnk-cd-filial                       to f09000-cd-filial

            perform 9000-str-pd09000-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09000-seq-1

                 if   ws-operacao-ok
                 and  f09000-cd-empresa equal lnk-cd-empresa
                 and  f09000-cd-filial  equal lnk-cd-filial

                      move f09000-cd-mercadoria      to rp-det-cd-mercadoria
                      move f09000-cd-mercadoria      to f00700-cd-mercadoria
                      perform 9000-ler-pd00700-ran-1
                      if   ws-operacao-ok
                           move f00700-descricao-mercadoria to rp-det-descricao
                      else
                           move "** nao cadastrada **"   to rp-det-descricao
                      end-if
                      move f09000-estoque-minimo     to rp-det-estoque-minimo
                      move f09000-estoque-seguranca  to rp-det-estoque-seguranca
                      move f09000-estoque-maximo     to rp-det-estoque-maximo
                      move f09000-prazo-reposicao    to rp-det-prazo-reposicao
                      move f09000-fl-ativo           to rp-det-fl-ativo
                      write rel10071-linha           from rel10071-detalhe

                      add 1                          to ws-rel-total-parametros

      *>              a leitura de PD00700 nao pode encerrar a varredura
                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-rel-total-parametros             to rp-res-total
            write rel10071-linha                     from rel10071-resumo

            close rel10071

            string "Relatorio gerado - " ws-rel-total-parametros " parametro(s)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd00700
            close pd09000

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-parametro-reposicao

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-parametro-reposicao

            perform 9000-frame-padrao
            display frm-parametro-reposicao

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
       9000-monta-chave-parametro section.

            initialize                             f09000-chave
            move lnk-cd-empresa                    to f09000-cd-empresa
            move lnk-cd-filial                     to f09000-cd-filial
            move f-cd-mercadoria                   to f09000-cd-mercadoria

       exit.

      *>=================================================================================
      *> Entrada comum a inclusao e alteracao. O maximo, quando informado,
      *> nao pode ficar abaixo do minimo nem da seguranca - a sugestao
      *> compraria ate um alvo menor que o proprio gatilho.
       9000-aceita-parametro section.

            accept f-estoque-minimo at line 07 col 35 with update auto-skip
            accept f-estoque-seguranca at line 09 col 35 with update auto-skip

            accept f-estoque-maximo at line 11 col 35 with update auto-skip
            perform until f-estoque-maximo = zeros
                       or (f-estoque-maximo >= f-estoque-minimo
                       and f-estoque-maximo >= f-estoque-seguranca)
                 move "Estoque maximo menor que o minimo/seguranca!" to ws-mensagem
                 perform 9000-mensagem
                 accept f-estoque-maximo at line 11 col 35 with update auto-skip
            end-perform

            accept f-prazo-reposicao at line 13 col 35 with update auto-skip

            accept f-fl-ativo at line 20 col 35 with update auto-skip
            if   f-fl-ativo <> "N"
                 move "S"                          to f-fl-ativo
            end-if

       exit.

      *>=================================================================================
       9000-move-frame-registro section.

            move f-estoque-minimo                  to f09000-estoque-minimo
            move f-estoque-seguranca               to f09000-estoque-seguranca
            move f-estoque-maximo                  to f09000-estoque-maximo
            move f-prazo-reposicao                 to f09000-prazo-reposicao
            move f-fl-ativo                        to f09000-fl-ativo

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-parametro-reposicao
            move f09000-cd-mercadoria              to f-cd-mercadoria
            move f09000-estoque-minimo             to f-estoque-minimo
            move f09000-estoque-seguranca          to f-estoque-seguranca
            move f09000-estoque-maximo             to f-estoque-maximo
            move f09000-prazo-reposicao            to f-prazo-reposicao
            move f09000-fl-ativo                   to f-fl-ativo

            move f09000-cd-mercadoria              to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   ws-operacao-ok
                 move f00700-descricao-mercadoria  to f-descricao-mercadoria
            end-if

            perform 9000-frame-padrao
            display frm-parametro-reposicao

       exit.

      *>=================================================================================
      *> Confere, imediatamente antes de liberar a confirmacao de exclusao,
      *> que o registro ainda existe e nao foi alterado por outro usuario -
      *> mesmo padrao de CS10005C/9000-validacao.
       9000-validacao section.

            set ws-validacao-ok                    to true

            move f09000-horario-operacao           to ws-validacao-horario

            perform 9000-ler-pd09000-ran-1

            if   not ws-operacao-ok
                 move "Parametro nao localizado - pode ja ter sido excluido!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
            else
                 if   f09000-horario-operacao not equal ws-validacao-horario
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
       copy CSR09000.cpy.
