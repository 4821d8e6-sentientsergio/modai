      $set sourceformat"free"
       program-id. CS10066C.
      *>=================================================================================
      *>
      *>                    Cadastro de Regras de Contabilizacao
      *>
      *>    Mantem PD08500 - as contas de debito e credito que a geracao de
      *>    lancamentos (CS10067B) usa para cada evento: nota fiscal por
      *>    tipo-nota/CFOP (CFOP zero = regra geral do tipo), com pares para
      *>    o valor do item e para ICMS, IPI, PIS e COFINS; baixa de
      *>    duplicata e de contas a pagar, juros/multa e descontos recebidos
      *>    e pagos, e sobra/falta do ajuste de inventario (PD07300), estes so
      *>    com o par do valor. Toda conta informada tem de ser analitica e
      *>    ativa no plano de contas (CS10065C).
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS08400.cpy.
       copy CSS08500.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10066
               assign to "REL10066"
               organization is line sequential
               file status is ws-fs-rel10066.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF08400.cpy.
       copy CSF08500.cpy.

       fd   rel10066
            record contains 132 characters.

       01   rel10066-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10066C".
       78   c-descricao-programa                   value "REGRAS DE CONTABILIZACAO".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-validacao                     pic x(01).
               88 ws-validacao-ok                       value "S".
               88 ws-validacao-nok                      value "N".
            03 ws-validacao-descricao              pic x(30).
            03 ws-descricao-evento                 pic x(30).
            03 ws-par-debito                       pic 9(09).
            03 ws-par-credito                      pic 9(09).
            03 ws-par-conta                        pic 9(09).
            03 ws-fl-par-obrigatorio               pic x(01).
               88 ws-par-obrigatorio                    value "S".

       01   f-regra.
            03 f-cd-evento                         pic 9(02).
            03 f-tipo-nota                         pic 9(02).
            03 f-cfop                              pic 9(04).
            03 f-descricao                         pic x(30).
            03 f-conta-valor-debito                pic 9(09).
            03 f-conta-valor-credito               pic 9(09).
            03 f-conta-icms-debito                 pic 9(09).
            03 f-conta-icms-credito                pic 9(09).
            03 f-conta-ipi-debito                  pic 9(09).
            03 f-conta-ipi-credito                 pic 9(09).
            03 f-conta-pis-debito                  pic 9(09).
            03 f-conta-pis-credito                 pic 9(09).
            03 f-conta-cofins-debito               pic 9(09).
            03 f-conta-cofins-credito              pic 9(09).
            03 f-conta-icms-st-debito              pic 9(09).
            03 f-conta-icms-st-credito             pic 9(09).

       01   ws-relatorio.
            03 ws-fs-rel10066                       pic x(02).
            03 ws-rel-total-regras                  pic 9(05).

       01   rel10066-detalhe.
            03 filler                              pic x(07) value "Evento:".
            03 rg-det-cd-evento                     pic 9(02).
            03 filler                              pic x(06) value " Tipo:".
            03 rg-det-tipo-nota                     pic 9(02).
            03 filler                              pic x(06) value " CFOP:".
            03 rg-det-cfop                          pic 9(04).
            03 filler                              pic x(01) value space.
            03 rg-det-descricao                     pic x(30) value spaces.
            03 filler                              pic x(05) value " Vlr:".
            03 rg-det-valor-debito                  pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rg-det-valor-credito                 pic 9(09).
            03 filler                              pic x(06) value " ICMS:".
            03 rg-det-icms-debito                   pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rg-det-icms-credito                  pic 9(09).
            03 filler                              pic x(05) value " IPI:".
            03 rg-det-ipi-debito                    pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rg-det-ipi-credito                   pic 9(09).

       01   rel10066-detalhe-2.
            03 filler                              pic x(58) value spaces.
            03 filler                              pic x(05) value " PIS:".
            03 rg-det-pis-debito                    pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rg-det-pis-credito                   pic 9(09).
            03 filler                              pic x(08) value " COFINS:".
            03 rg-det-cofins-debito                 pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rg-det-cofins-credito                pic 9(09).
            03 filler                              pic x(04) value " ST:".
            03 rg-det-icms-st-debito                pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rg-det-icms-st-credito               pic 9(09).

       01   rel10066-resumo.
            03 filler                              pic x(24) value "Regras listadas........:".
            03 rg-res-total                         pic zzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-regra.
            03 line 05 col 18   pic x(16) value "Evento.........:".
            03 line 05 col 35   pic 9(02) from f-cd-evento.
            03 line 06 col 18   pic x(16) value "Tipo Nota......:".
            03 line 06 col 35   pic 9(02) from f-tipo-nota.
            03 line 07 col 18   pic x(16) value "CFOP...........:".
            03 line 07 col 35   pic 9(04) from f-cfop.
            03 line 09 col 18   pic x(16) value "Descricao......:".
            03 line 09 col 35   pic x(30) from f-descricao.
            03 line 11 col 35   pic x(09) value "   Debito".
            03 line 11 col 47   pic x(09) value "  Credito".
            03 line 12 col 18   pic x(16) value "Valor..........:".
            03 line 12 col 35   pic 9(09) from f-conta-valor-debito.
            03 line 12 col 47   pic 9(09) from f-conta-valor-credito.
            03 line 13 col 18   pic x(16) value "ICMS...........:".
            03 line 13 col 35   pic 9(09) from f-conta-icms-debito.
            03 line 13 col 47   pic 9(09) from f-conta-icms-credito.
            03 line 14 col 18   pic x(16) value "IPI............:".
            03 line 14 col 35   pic 9(09) from f-conta-ipi-debito.
            03 line 14 col 47   pic 9(09) from f-conta-ipi-credito.
            03 line 15 col 18   pic x(16) value "PIS............:".
            03 line 15 col 35   pic 9(09) from f-conta-pis-debito.
            03 line 15 col 47   pic 9(09) from f-conta-pis-credito.
            03 line 16 col 18   pic x(16) value "COFINS.........:".
            03 line 16 col 35   pic 9(09) from f-conta-cofins-debito.
            03 line 16 col 47   pic 9(09) from f-conta-cofins-credito.
            03 line 17 col 18   pic x(16) value "ICMS-ST........:".
            03 line 17 col 35   pic 9(09) from f-conta-icms-st-debito.
            03 line 17 col 47   pic 9(09) from f-conta-icms-st-credito.
            03 line 18 col 18   pic x(55) value "01 Nota fiscal  02 Baixa duplicata  03 Baixa a pagar".
            03 line 19 col 18   pic x(55) value "04 Juros recebidos  05 Juros pagos  06 Desc. concedido".
            03 line 20 col 18   pic x(57) value "07 Desc. obtido  08 Sobra inventario  09 Falta inventario".

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
            perform 9000-abrir-io-pd08400
            perform 9000-abrir-io-pd08500

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

            perform 9000-aceita-chave-regra

            perform 9000-ler-pd08500-ran-1
            if   ws-operacao-ok
                 move "Regra ja cadastrada para evento/tipo/CFOP!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            move ws-descricao-evento               to f-descricao
            perform 9000-aceita-regra

            move "Confirma inclusao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 initialize                        f08500-regra-contabil
                 perform 9000-monta-chave-regra
                 perform 9000-move-frame-registro

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd08500

                 perform 9000-gravar-pd08500

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f08500-regra-contabil [" f08500-chave "]" into ws-mensagem
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

            perform 9000-aceita-chave-regra

            perform 9000-ler-pd08500-ran-1
            if   not ws-operacao-ok
                 move "Regra de contabilizacao nao encontrada!" to ws-mensagem
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

            perform 9000-aceita-chave-regra

            perform 9000-ler-pd08500-ran-1
            if   not ws-operacao-ok
                 move "Regra de contabilizacao nao encontrada!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform 9000-aceita-regra

            move "Confirma alteracao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 perform 9000-move-frame-registro

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd08500

                 perform 9000-regravar-pd08500

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f08500-regra-contabil [" f08500-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Regra excluida so afeta as proximas geracoes - o diario ja gerado
      *> guarda as contas que usou.
       2100-exclusao section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 9000-aceita-chave-regra

            perform 9000-ler-pd08500-ran-1
            if   not ws-operacao-ok
                 move "Regra de contabilizacao nao encontrada!" to ws-mensagem
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
                      perform 9000-excluir-pd08500
                 end-if
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio das regras de contabilizacao..." to ws-mensagem
            perform 9000-mensagem

            open output rel10066

            move zeros                              to ws-rel-total-regras

            initialize                               f08500-chave
            move lnk-cd-empresa                      to f08500-cd-empresa

            perform 9000-str-pd08500-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08500-seq-1

                 if   ws-operacao-ok
                 and  f08500-cd-empresa equal lnk-cd-empresa

                      move f08500-cd-evento          to rg-det-cd-evento
                      move f08500-tipo-nota          to rg-det-tipo-nota
                      move f08500-cfop               to rg-det-cfop
                      move f08500-descricao          to rg-det-descricao
                      move f08500-conta-valor-debito to rg-det-valor-debito
                      move f08500-conta-valor-credito to rg-det-valor-credito
                      move f08500-conta-icms-debito  to rg-det-icms-debito
                      move f08500-conta-icms-credito to rg-det-icms-credito
                      move f08500-conta-ipi-debito   to rg-det-ipi-debito
                      move f08500-conta-ipi-credito  to rg-det-ipi-credito
                      write rel10066-linha           from rel10066-detalhe

                      if   f08500-evento-nota
                           move f08500-conta-pis-debito    to rg-det-pis-debito
                           move f08500-conta-pis-credito   to rg-det-pis-credito
                           move f08500-conta-cofins-debito to rg-det-cofins-debito
                           move f08500-conta-cofins-credito to rg-det-cofins-credito
                           move f08500-conta-icms-st-debito to rg-det-icms-st-debito
                           move f08500-conta-icms-st-credito to rg-det-icms-st-credito
                           write rel10066-linha      from rel10066-detalhe-2
                      end-if

                      add 1                          to ws-rel-total-regras

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-rel-total-regras                 to rg-res-total
            write rel10066-linha                     from rel10066-resumo

            close rel10066

            string "Relatorio gerado - " ws-rel-total-regras " regra(s)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd08400
            close pd08500

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-regra

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-regra

            perform 9000-frame-padrao
            display frm-regra

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
      *> Evento, e para nota fiscal o tipo-nota e o CFOP (zero = regra geral
      *> do tipo); nos demais eventos tipo e CFOP ficam zerados. Sai com a
      *> chave montada em f08500-chave.
       9000-aceita-chave-regra section.

            move zeros                             to f-cd-evento

            perform until f-cd-evento >= 01 and f-cd-evento <= 09
                 accept f-cd-evento at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-descreve-evento
            display ws-descricao-evento            at line 05 col 40

            if   f-cd-evento = 01
                 move 99                           to f-tipo-nota
                 perform until f-tipo-nota <= 03
                      accept f-tipo-nota at line 06 col 35 with update auto-skip
                 end-perform
                 accept f-cfop at line 07 col 35 with update auto-skip
            else
                 move zeros                        to f-tipo-nota
                 move zeros                        to f-cfop
                 display f-tipo-nota               at line 06 col 35
                 display f-cfop                    at line 07 col 35
            end-if

            perform 9000-monta-chave-regra

       exit.

      *>=================================================================================
       9000-monta-chave-regra section.

            initialize                             f08500-chave
            move lnk-cd-empresa                    to f08500-cd-empresa
            move f-cd-evento                       to f08500-cd-evento
            move f-tipo-nota                       to f08500-tipo-nota
            move f-cfop                            to f08500-cfop

       exit.

      *>=================================================================================
       9000-descreve-evento section.

            evaluate f-cd-evento
                 when 01
                      move "Nota fiscal"                      to ws-descricao-evento
                 when 02
                      move "Baixa de duplicata"               to ws-descricao-evento
                 when 03
                      move "Baixa de contas a pagar"          to ws-descricao-evento
                 when 04
                      move "Juros/multa recebidos"            to ws-descricao-evento
                 when 05
                      move "Juros/multa pagos"                to ws-descricao-evento
                 when 06
                      move "Desconto concedido"               to ws-descricao-evento
                 when 07
                      move "Desconto obtido"                  to ws-descricao-evento
                 when 08
                      move "Ajuste inventario - sobra"        to ws-descricao-evento
                 when 09
                      move "Ajuste inventario - falta"        to ws-descricao-evento
                 when other
                      move spaces                             to ws-descricao-evento
            end-evaluate

       exit.

      *>=================================================================================
      *> Entrada comum a inclusao e alteracao. Cada par e conferido antes de
      *> passar ao seguinte; os pares de impostos so existem no evento de
      *> nota fiscal.
       9000-aceita-regra section.

            perform until f-descricao <> spaces
                 accept f-descricao at line 09 col 35 with update auto-skip
            end-perform

            move "S"                               to ws-fl-par-obrigatorio
            set ws-validacao-nok                   to true
            perform until ws-validacao-ok
                 accept f-conta-valor-debito  at line 12 col 35 with update auto-skip
                 accept f-conta-valor-credito at line 12 col 47 with update auto-skip
                 move f-conta-valor-debito         to ws-par-debito
                 move f-conta-valor-credito        to ws-par-credito
                 perform 9000-valida-par-contas
            end-perform

            if   f-cd-evento <> 01
                 move zeros                        to f-conta-icms-debito
                 move zeros                        to f-conta-icms-credito
                 move zeros                        to f-conta-ipi-debito
                 move zeros                        to f-conta-ipi-credito
                 move zeros                        to f-conta-pis-debito
                 move zeros                        to f-conta-pis-credito
                 move zeros                        to f-conta-cofins-debito
                 move zeros                        to f-conta-cofins-credito
                 move zeros                        to f-conta-icms-st-debito
                 move zeros                        to f-conta-icms-st-credito
                 exit section
            end-if

            move "N"                               to ws-fl-par-obrigatorio

            set ws-validacao-nok                   to true
            perform until ws-validacao-ok
                 accept f-conta-icms-debito  at line 13 col 35 with update auto-skip
                 accept f-conta-icms-credito at line 13 col 47 with update auto-skip
                 move f-conta-icms-debito          to ws-par-debito
                 move f-conta-icms-credito         to ws-par-credito
                 perform 9000-valida-par-contas
            end-perform

            set ws-validacao-nok                   to true
            perform until ws-validacao-ok
                 accept f-conta-ipi-debito  at line 14 col 35 with update auto-skip
                 accept f-conta-ipi-credito at line 14 col 47 with update auto-skip
                 move f-conta-ipi-debito           to ws-par-debito
                 move f-conta-ipi-credito          to ws-par-credito
                 perform 9000-valida-par-contas
            end-perform

            set ws-validacao-nok                   to true
            perform until ws-validacao-ok
                 accept f-conta-pis-debito  at line 15 col 35 with update auto-skip
                 accept f-conta-pis-credito at line 15 col 47 with update auto-skip
                 move f-conta-pis-debito           to ws-par-debito
                 move f-conta-pis-credito          to ws-par-credito
                 perform 9000-valida-par-contas
            end-perform

            set ws-validacao-nok                   to true
            perform until ws-validacao-ok
                 accept f-conta-cofins-debito  at line 16 col 35 with update auto-skip
                 accept f-conta-cofins-credito at line 16 col 47 with update auto-skip
                 move f-conta-cofins-debito        to ws-par-debito
                 move f-conta-cofins-credito       to ws-par-credito
                 perform 9000-valida-par-contas
            end-perform

            set ws-validacao-nok                   to true
            perform until ws-validacao-ok
                 accept f-conta-icms-st-debito  at line 17 col 35 with update auto-skip
                 accept f-conta-icms-st-credito at line 17 col 47 with update auto-skip
                 move f-conta-icms-st-debito       to ws-par-debito
                 move f-conta-icms-st-credito      to ws-par-credito
                 perform 9000-valida-par-contas
            end-perform

       exit.

      *>=================================================================================
      *> Par debito/credito em ws-par-debito/ws-par-credito: os dois zerados
      *> (par nao usado, se nao obrigatorio) ou os dois preenchidos,
      *> diferentes, com contas analiticas ativas do plano da empresa.
       9000-valida-par-contas section.

            set ws-validacao-ok                    to true

            if   ws-par-debito = zeros
            and  ws-par-credito = zeros
                 if   ws-par-obrigatorio
                      move "Informe as contas de debito e credito do valor!" to ws-mensagem
                      perform 9000-mensagem
                      set ws-validacao-nok          to true
                 end-if
                 exit section
            end-if

            if   ws-par-debito = zeros
            or   ws-par-credito = zeros
                 move "Informe as duas contas do par ou nenhuma!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
                 exit section
            end-if

            if   ws-par-debito = ws-par-credito
                 move "Conta de debito igual a conta de credito!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
                 exit section
            end-if

            move ws-par-debito                     to ws-par-conta
            perform 9000-valida-conta-analitica

            if   ws-validacao-ok
                 move ws-par-credito               to ws-par-conta
                 perform 9000-valida-conta-analitica
            end-if

       exit.

      *>=================================================================================
       9000-valida-conta-analitica section.

            initialize                             f08400-chave
            move lnk-cd-empresa                    to f08400-cd-empresa
            move ws-par-conta                      to f08400-cd-conta-contabil
            perform 9000-ler-pd08400-ran-1

            if   not ws-operacao-ok
            or   not f08400-conta-analitica
            or   not f08400-conta-ativa
                 string "Conta [" ws-par-conta "] inexistente, sintetica ou inativa!" into ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
            end-if

       exit.

      *>=================================================================================
       9000-move-frame-registro section.

            move f-descricao                       to f08500-descricao
            move f-conta-valor-debito              to f08500-conta-valor-debito
            move f-conta-valor-credito             to f08500-conta-valor-credito
            move f-conta-icms-debito               to f08500-conta-icms-debito
            move f-conta-icms-credito              to f08500-conta-icms-credito
            move f-conta-ipi-debito                to f08500-conta-ipi-debito
            move f-conta-ipi-credito               to f08500-conta-ipi-credito
            move f-conta-pis-debito                to f08500-conta-pis-debito
            move f-conta-pis-credito               to f08500-conta-pis-credito
            move f-conta-cofins-debito             to f08500-conta-cofins-debito
            move f-conta-cofins-credito            to f08500-conta-cofins-credito
            move f-conta-icms-st-debito            to f08500-conta-icms-st-debito
            move f-conta-icms-st-credito           to f08500-conta-icms-st-credito

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            move f08500-cd-evento                  to f-cd-evento
            move f08500-tipo-nota                  to f-tipo-nota
            move f08500-cfop                       to f-cfop
            move f08500-descricao                  to f-descricao
            move f08500-conta-valor-debito         to f-conta-valor-debito
            move f08500-conta-valor-credito        to f-conta-valor-credito
            move f08500-conta-icms-debito          to f-conta-icms-debito
            move f08500-conta-icms-credito         to f-conta-icms-credito
            move f08500-conta-ipi-debito           to f-conta-ipi-debito
            move f08500-conta-ipi-credito          to f-conta-ipi-credito
            move f08500-conta-pis-debito           to f-conta-pis-debito
            move f08500-conta-pis-credito          to f-conta-pis-credito
            move f08500-conta-cofins-debito        to f-conta-cofins-debito
            move f08500-conta-cofins-credito       to f-conta-cofins-credito
            move f08500-conta-icms-st-debito       to f-conta-icms-st-debito
            move f08500-conta-icms-st-credito      to f-conta-icms-st-credito

            perform 9000-frame-padrao
            display frm-regra
            display ws-descricao-evento            at line 05 col 40

       exit.

      *>=================================================================================
      *> Confere, imediatamente antes de liberar a confirmacao de exclusao,
      *> que o registro ainda existe e nao foi alterado por outro usuario -
      *> mesmo padrao de CS10005C/9000-validacao.
       9000-validacao section.

            set ws-validacao-ok                    to true

            move f08500-descricao                  to ws-validacao-descricao

            perform 9000-ler-pd08500-ran-1

            if   not ws-operacao-ok
                 move "Regra nao localizada - pode ja ter sido excluida!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
            else
                 if   f08500-descricao not equal ws-validacao-descricao
                      move "Registro alterado por outro usuario - exclusao cancelada!" to ws-mensagem
                      perform 9000-mensagem
                      set ws-validacao-nok          to true
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR08400.cpy.
       copy CSR08500.cpy.
