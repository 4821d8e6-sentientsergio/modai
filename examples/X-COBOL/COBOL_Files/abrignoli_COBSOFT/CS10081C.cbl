      $set sourceformat"free"
       program-id. CS10081C.
      *>=================================================================================
      *>
      *>                       Estagios da Regua de Cobranca
      *>
      *>    Mantem PD09800 - a regua de cobranca da filial: para cada estagio,
      *>    os dias de atraso a partir dos quais a parcela aberta entra nele
      *>    (ex.: lembrete aos 5, notificacao aos 15, bloqueio aos 30,
      *>    protesto aos 60), a carta emitida na entrada e se o cliente fica
      *>    com a venda bloqueada. O job noturno CS10081B aplica a regua.
      *>    Estagio com parcela aberta nele nao sai do cadastro.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS05900.cpy.
       copy CSS09800.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10081
               assign to "REL10081"
               organization is line sequential
               file status is ws-fs-rel10081.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF05900.cpy.
       copy CSF09800.cpy.

       fd   rel10081
            record contains 132 characters.

       01   rel10081-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10081C".
       78   c-descricao-programa                   value "REGUA DE COBRANCA".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-validacao                     pic x(01).
               88 ws-validacao-ok                       value "S".
               88 ws-validacao-nok                      value "N".
            03 ws-validacao-descricao              pic x(30).
            03 ws-fl-tem-parcelas                  pic x(01).
               88 ws-tem-parcelas                       value "S".

       01   f-estagio-cobranca.
            03 f-estagio                           pic 9(02).
            03 f-dias-atraso                       pic 9(04).
            03 f-descricao-estagio                 pic x(30).
            03 f-fl-bloqueia-venda                 pic x(01).
            03 f-texto-carta-1                     pic x(70).
            03 f-texto-carta-2                     pic x(70).

       01   ws-relatorio.
            03 ws-fs-rel10081                       pic x(02).
            03 ws-rel-total-estagios                pic 9(05).

       01   rel10081-detalhe.
            03 filler                              pic x(09) value "Estagio:".
            03 rr-det-estagio                       pic 9(02).
            03 filler                              pic x(07) value " Dias:".
            03 rr-det-dias-atraso                   pic zzz9.
            03 filler                              pic x(01) value space.
            03 rr-det-descricao                     pic x(30).
            03 filler                              pic x(10) value " Bloqueia:".
            03 rr-det-fl-bloqueia-venda             pic x(01).

       01   rel10081-carta.
            03 filler                              pic x(11) value spaces.
            03 rr-car-texto                         pic x(70).

       01   rel10081-resumo.
            03 filler                              pic x(24) value "Estagios listados......:".
            03 rr-res-total                         pic zzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-estagio-cobranca.
            03 line 08 col 16   pic x(18) value "Estagio..........:".
            03 line 08 col 35   pic 9(02) from f-estagio.
            03 line 10 col 16   pic x(18) value "Dias de atraso...:".
            03 line 10 col 35   pic zzz9 from f-dias-atraso.
            03 line 11 col 16   pic x(18) value "Descricao........:".
            03 line 11 col 35   pic x(30) from f-descricao-estagio.
            03 line 12 col 16   pic x(18) value "Bloqueia venda...:".
            03 line 12 col 35   pic x(01) from f-fl-bloqueia-venda.
            03 line 12 col 37   pic x(05) value "(S/N)".
            03 line 14 col 05   pic x(17) value "Texto da carta:".
            03 line 15 col 05   pic x(70) from f-texto-carta-1.
            03 line 16 col 05   pic x(70) from f-texto-carta-2.

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
            perform 9000-abrir-io-pd05900
            perform 9000-abrir-io-pd09800

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

            perform until f-estagio <> zeros
                 accept f-estagio at line 08 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-estagio
            perform 9000-ler-pd09800-ran-1
            if   ws-operacao-ok
                 string "Estagio ja cadastrado! [" f-estagio "]" into ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            move "N"                               to f-fl-bloqueia-venda
            perform 9000-aceita-dados-estagio

            move "Confirma inclusao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 initialize                        f09800-estagio-cobranca
                 perform 9000-monta-chave-estagio
                 perform 9000-move-frame-registro

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd09800

                 perform 9000-gravar-pd09800

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f09800-estagio-cobranca [" f09800-chave "]" into ws-mensagem
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

            perform until f-estagio <> zeros
                 accept f-estagio at line 08 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-estagio
            perform 9000-ler-pd09800-ran-1
            if   not ws-operacao-ok
                 move "Estagio nao encontrado!"     to ws-mensagem
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

            perform until f-estagio <> zeros
                 accept f-estagio at line 08 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-estagio
            perform 9000-ler-pd09800-ran-1
            if   not ws-operacao-ok
                 move "Estagio nao encontrado!"     to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 9000-aceita-dados-estagio

            move "Confirma alteracao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 perform 9000-move-frame-registro

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd09800

                 perform 9000-regravar-pd09800

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f09800-estagio-cobranca [" f09800-chave "]" into ws-mensagem
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

            perform until f-estagio <> zeros
                 accept f-estagio at line 08 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-estagio
            perform 9000-ler-pd09800-ran-1
            if   not ws-operacao-ok
                 move "Estagio nao encontrado!"     to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 9000-verifica-estagio-tem-parcelas
            if   ws-tem-parcelas
                 move "Ha parcela aberta neste estagio - exclusao nao permitida!" to ws-mensagem
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
                      perform 9000-excluir-pd09800
                 end-if
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio da regua de cobranca..." to ws-mensagem
            perform 9000-mensagem

            open output rel10081

            move zeros                              to ws-rel-total-estagios

            initialize                               f09800-chave
            move lnk-cd-empresa                      to f09800-cd-empresa
            move lnk-cd-filial                       to f09800-cd-filial

            perform 9000-str-pd09800-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09800-seq-1

                 if   ws-operacao-ok
                 and  f09800-cd-empresa equal lnk-cd-empresa
                 and  f09800-cd-filial  equal lnk-cd-filial

                      move f09800-estagio            to rr-det-estagio
                      move f09800-dias-atraso        to rr-det-dias-atraso
                      move f09800-descricao-estagio  to rr-det-descricao
                      move f09800-fl-bloqueia-venda  to rr-det-fl-bloqueia-venda
                      write rel10081-linha           from rel10081-detalhe

                      move f09800-texto-carta-1      to rr-car-texto
                      write rel10081-linha           from rel10081-carta
                      move f09800-texto-carta-2      to rr-car-texto
                      write rel10081-linha           from rel10081-carta

                      add 1                          to ws-rel-total-estagios

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-rel-total-estagios               to rr-res-total
            write rel10081-linha                     from rel10081-resumo

            close rel10081

            string "Relatorio gerado - " ws-rel-total-estagios " estagio(s)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd05900
            close pd09800

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-estagio-cobranca

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-estagio-cobranca

            perform 9000-frame-padrao
            display frm-estagio-cobranca

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
      *> Entrada comum a inclusao e alteracao.
       9000-aceita-dados-estagio section.

            accept f-dias-atraso at line 10 col 35 with update auto-skip
            perform until f-dias-atraso <> zeros
                 move "Dias de atraso do estagio devem ser informados!" to ws-mensagem
                 perform 9000-mensagem
                 accept f-dias-atraso at line 10 col 35 with update auto-skip
            end-perform

            perform with test after until f-descricao-estagio <> spaces
                 accept f-descricao-estagio at line 11 col 35 with update auto-skip
            end-perform

            perform with test after until f-fl-bloqueia-venda = "S" or "N"
                 accept f-fl-bloqueia-venda at line 12 col 35 with update auto-skip
            end-perform

            accept f-texto-carta-1 at line 15 col 05 with update auto-skip
            accept f-texto-carta-2 at line 16 col 05 with update auto-skip

       exit.

      *>=================================================================================
       9000-monta-chave-estagio section.

            initialize                             f09800-chave
            move lnk-cd-empresa                    to f09800-cd-empresa
            move lnk-cd-filial                     to f09800-cd-filial
            move f-estagio                         to f09800-estagio

       exit.

      *>=================================================================================
       9000-move-frame-registro section.

            move f-dias-atraso                     to f09800-dias-atraso
            move f-descricao-estagio               to f09800-descricao-estagio
            move f-fl-bloqueia-venda               to f09800-fl-bloqueia-venda
            move f-texto-carta-1                   to f09800-texto-carta-1
            move f-texto-carta-2                   to f09800-texto-carta-2

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-estagio-cobranca
            move f09800-estagio                    to f-estagio
            move f09800-dias-atraso                to f-dias-atraso
            move f09800-descricao-estagio          to f-descricao-estagio
            move f09800-fl-bloqueia-venda          to f-fl-bloqueia-venda
            move f09800-texto-carta-1              to f-texto-carta-1
            move f09800-texto-carta-2              to f-texto-carta-2

            perform 9000-frame-padrao
            display frm-estagio-cobranca

       exit.

      *>=================================================================================
      *> Confere se alguma parcela aberta da filial esta no estagio corrente
      *> antes de liberar a exclusao - a regua perderia a referencia da carta
      *> ja emitida.
       9000-verifica-estagio-tem-parcelas section.

            move "N"                                 to ws-fl-tem-parcelas

            initialize                               f05900-chave
            move lnk-cd-empresa                      to f05900-cd-empresa
            move lnk-cd-filial                       to f05900-cd-filial

            perform 9000-str-pd05900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd05900-seq-1

                 if   ws-operacao-ok
                 and  f05900-cd-empresa equal lnk-cd-empresa
                 and  f05900-cd-filial  equal lnk-cd-filial

                      if   f05900-duplicata-aberta
                      and  f05900-estagio-cobranca equal f09800-estagio
                           set ws-tem-parcelas       to true
                           set ws-operacao-nok       to true
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Confere, imediatamente antes de liberar a confirmacao de exclusao,
      *> que o registro ainda existe e nao foi alterado por outro usuario -
      *> mesmo padrao de CS10005C/9000-validacao.
       9000-validacao section.

            set ws-validacao-ok                    to true

            move f09800-descricao-estagio          to ws-validacao-descricao

            perform 9000-ler-pd09800-ran-1

            if   not ws-operacao-ok
                 move "Estagio nao localizado - pode ja ter sido excluido!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
            else
                 if   f09800-descricao-estagio not equal ws-validacao-descricao
                      move "Registro alterado por outro usuario - exclusao cancelada!" to ws-mensagem
                      perform 9000-mensagem
                      set ws-validacao-nok          to true
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR05900.cpy.
       copy CSR09800.cpy.
