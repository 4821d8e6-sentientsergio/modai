      $set sourceformat"free"
       program-id. CS10075C.
      *>=================================================================================
      *>
      *>                        Romaneio de Carga - Expedicao
      *>
      *>    Ajuste dos romaneios montados por CS10075B (PD09300/PD09400) na
      *>    filial corrente. Inclusao com romaneio zerado abre um romaneio
      *>    novo para a transportadora; com romaneio informado acrescenta uma
      *>    nota de saida da mesma transportadora, ainda nao expedida e fora
      *>    de outro romaneio. A exclusao retira uma nota (ou, com a nota em
      *>    branco, o romaneio inteiro). A alteracao muda a data de expedicao
      *>    e fecha o romaneio: o fechamento carimba f05000-data-saida/
      *>    horario-saida em todas as notas dele e trava o romaneio. A
      *>    impressao para o motorista e CS10076B.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS05000.cpy.
       copy CSS07500.cpy.
       copy CSS09300.cpy.
       copy CSS09400.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10075
               assign to "REL10075"
               organization is line sequential
               file status is ws-fs-rel10075.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF05000.cpy.
       copy CSF07500.cpy.
       copy CSF09300.cpy.
       copy CSF09400.cpy.

       fd   rel10075
            record contains 132 characters.

       01   rel10075-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10075C".
       78   c-descricao-programa                   value "ROMANEIO DE CARGA".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-validacao                     pic x(01).
               88 ws-validacao-ok                       value "S".
               88 ws-validacao-nok                      value "N".
            03 ws-validacao-horario                pic 9(06).
            03 ws-fl-nota-valida                   pic x(01).
               88 ws-nota-valida                        value "S".
               88 ws-nota-invalida                      value "N".
            03 ws-data-corrente                    pic 9(08).
            03 ws-horario-corrente                 pic 9(06).
            03 ws-qtd-atualizadas                  pic 9(05).

       01   f-romaneio.
            03 f-numero-romaneio                   pic 9(07).
            03 f-cd-transportadora                 pic 9(09).
            03 f-nome-transportadora               pic x(40).
            03 f-data-expedicao                    pic 9(08).
            03 f-ds-situacao                       pic x(10).
            03 f-qtd-notas                         pic 9(05).
            03 f-valor-total                       pic 9(11)v9(02).
            03 f-serie-documento                   pic x(03).
            03 f-numero-documento                  pic 9(09).
            03 f-cd-destinatario                   pic 9(09).
            03 f-valor-nota                        pic 9(09)v9(02).
            03 f-fl-fechar                         pic x(01).

       01   ws-relatorio.
            03 ws-fs-rel10075                       pic x(02).
            03 ws-rel-total-romaneios               pic 9(05).

       01   rel10075-detalhe.
            03 filler                              pic x(10) value "Romaneio:".
            03 rr-det-numero-romaneio               pic 9(07).
            03 filler                              pic x(09) value " Transp.:".
            03 rr-det-cd-transportadora             pic 9(09).
            03 filler                              pic x(01) value space.
            03 rr-det-nome-transportadora           pic x(30) value spaces.
            03 filler                              pic x(07) value " Data.:".
            03 rr-det-data-expedicao                pic 9(08).
            03 filler                              pic x(06) value " Sit.:".
            03 rr-det-situacao                      pic x(10).
            03 filler                              pic x(08) value " Notas:".
            03 rr-det-qtd-notas                     pic zzzz9.
            03 filler                              pic x(07) value " Valor:".
            03 rr-det-valor-total                   pic zz.zzz.zzz.zz9,99.

       01   rel10075-resumo.
            03 filler                              pic x(24) value "Romaneios listados.....:".
            03 rr-res-total                         pic zzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-romaneio.
            03 line 05 col 18   pic x(16) value "Romaneio.......:".
            03 line 05 col 35   pic 9(07) from f-numero-romaneio.
            03 line 05 col 44   pic x(10) value "(0 = novo)".
            03 line 06 col 18   pic x(16) value "Transportadora.:".
            03 line 06 col 35   pic 9(09) from f-cd-transportadora.
            03 line 06 col 46   pic x(30) from f-nome-transportadora.
            03 line 07 col 18   pic x(16) value "Data Expedicao.:".
            03 line 07 col 35   pic 9(08) from f-data-expedicao.
            03 line 07 col 44   pic x(18) value "(aaaammdd, 0=hoje)".
            03 line 08 col 18   pic x(16) value "Situacao.......:".
            03 line 08 col 35   pic x(10) from f-ds-situacao.
            03 line 09 col 18   pic x(16) value "Notas..........:".
            03 line 09 col 35   pic zzzz9 from f-qtd-notas.
            03 line 09 col 44   pic x(07) value "Valor.:".
            03 line 09 col 52   pic zzz.zzz.zzz.zz9,99 from f-valor-total.
            03 line 12 col 18   pic x(26) value "Nota de saida do romaneio:".
            03 line 13 col 18   pic x(16) value "Serie..........:".
            03 line 13 col 35   pic x(03) from f-serie-documento.
            03 line 14 col 18   pic x(16) value "Numero.........:".
            03 line 14 col 35   pic 9(09) from f-numero-documento.
            03 line 15 col 18   pic x(16) value "Destinatario...:".
            03 line 15 col 35   pic 9(09) from f-cd-destinatario.
            03 line 16 col 18   pic x(16) value "Valor da nota..:".
            03 line 16 col 35   pic zzzzzzzz9,99 from f-valor-nota.
            03 line 20 col 23   pic x(12) value "Fechar(S/N):".
            03 line 20 col 35   pic x(01) from f-fl-fechar.

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
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd07500
            perform 9000-abrir-io-pd09300
            perform 9000-abrir-io-pd09400

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
      *> Romaneio zerado abre um novo; informado, acrescenta uma nota.
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            accept f-numero-romaneio at line 05 col 35 with update auto-skip

            if   f-numero-romaneio = zeros
                 perform 2110-incluir-romaneio
            else
                 perform 2120-incluir-nota
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2110-incluir-romaneio section.

            perform until f-cd-transportadora <> zeros
                 accept f-cd-transportadora at line 06 col 35 with update auto-skip
            end-perform

            initialize                             f07500-transportadora
            move lnk-cd-empresa                    to f07500-cd-empresa
            move lnk-cd-filial                     to f07500-cd-filial
            move f-cd-transportadora               to f07500-cd-transportadora
            perform 9000-ler-pd07500-ran-1
            if   not ws-operacao-ok
                 string "Transportadora nao cadastrada! [" f-cd-transportadora "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f07500-nome-transportadora        to f-nome-transportadora
            display f-nome-transportadora(1:30) at line 06 col 46

            accept f-data-expedicao at line 07 col 35 with update auto-skip
            if   f-data-expedicao = zeros
                 move function current-date(1:8)   to f-data-expedicao
            end-if

            move "Confirma inclusao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

      *>   Proximo numero: o ultimo romaneio da filial mais um
            initialize                             f09300-chave
            move lnk-cd-empresa                    to f09300-cd-empresa
            move lnk-cd-filial                     to f09300-cd-filial
            move 9999999                           to f09300-numero-romaneio

            move zeros                             to f-numero-romaneio
            perform 9000-str-pd09300-ngrt
            if   ws-operacao-ok
                 perform 9000-ler-pd09300-pre
            end-if
            if   ws-operacao-ok
            and  f09300-cd-empresa equal lnk-cd-empresa
            and  f09300-cd-filial  equal lnk-cd-filial
                 move f09300-numero-romaneio       to f-numero-romaneio
            end-if
            add 1                                  to f-numero-romaneio

            initialize                             f09300-romaneio
            move lnk-cd-empresa                    to f09300-cd-empresa
            move lnk-cd-filial                     to f09300-cd-filial
            move f-numero-romaneio                 to f09300-numero-romaneio
            move f-cd-transportadora               to f09300-cd-transportadora
            move f-data-expedicao                  to f09300-data-expedicao
            set f09300-romaneio-aberto             to true

            move lnk-cd-usuario                    to ws-cd-usuario-operacao
            perform 9000-marca-auditoria-pd09300

            perform 9000-gravar-pd09300

            if   not ws-operacao-ok
                 string "Erro de gravacao - f09300-romaneio [" f09300-chave "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            string "Romaneio aberto - numero " f-numero-romaneio into ws-mensagem
            perform 9000-mensagem

       exit.

      *>=================================================================================
       2120-incluir-nota section.

            perform 9000-le-romaneio
            if   not ws-operacao-ok
                 exit section
            end-if

            if   not f09300-romaneio-aberto
                 move "Romaneio fechado - ajuste nao permitido!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-aceita-nota
            if   not ws-nota-valida
                 exit section
            end-if

            if   f05000-doc-cancelado
                 move "Nota cancelada - nao pode ser expedida!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f05000-data-saida not equal zeros
                 move "Nota ja expedida!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            if   f05000-cd-transportadora not equal f09300-cd-transportadora
                 string "Nota de outra transportadora! [" f05000-cd-transportadora "]" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            initialize                             f09400-chave-doc
            move f05000-chave-doc                  to f09400-chave-doc
            perform 9000-ler-pd09400-ran-2
            if   ws-operacao-ok
                 string "Nota ja consta do romaneio " f09400-numero-romaneio "!" into ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move "Confirma inclusao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 initialize                        f09400-nota-romaneio
                 move lnk-cd-empresa               to f09400-cd-empresa
                 move lnk-cd-filial                to f09400-cd-filial
                 move f-numero-romaneio            to f09400-numero-romaneio
                 move f05000-tipo-nota             to f09400-tipo-nota
                 move f05000-numero-documento      to f09400-numero-documento
                 move f05000-serie-documento       to f09400-serie-documento
                 move f05000-chave-doc             to f09400-chave-doc
                 move f05000-cd-destinatario       to f09400-cd-destinatario

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd09400

                 perform 9000-gravar-pd09400

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f09400-nota-romaneio [" f09400-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-if

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-numero-romaneio <> zeros
                 accept f-numero-romaneio at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-le-romaneio

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Altera a data de expedicao e, pedido o fechamento, fecha o romaneio.
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-numero-romaneio <> zeros
                 accept f-numero-romaneio at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-le-romaneio
            if   not ws-operacao-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            if   not f09300-romaneio-aberto
                 move "Romaneio fechado - alteracao nao permitida!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            accept f-data-expedicao at line 07 col 35 with update auto-skip
            if   f-data-expedicao = zeros
                 move function current-date(1:8)   to f-data-expedicao
            end-if

            move "N"                               to f-fl-fechar
            accept f-fl-fechar at line 20 col 35 with update auto-skip
            if   f-fl-fechar <> "S"
                 move "N"                          to f-fl-fechar
            end-if

            if   f-fl-fechar = "S"
            and  f-qtd-notas = zeros
                 move "Romaneio sem notas nao pode ser fechado!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            if   f-fl-fechar = "S"
                 move "Confirma fechamento e saida das notas? [S/N]" to ws-mensagem
            else
                 move "Confirma alteracao do registro? [S/N]"    to ws-mensagem
            end-if
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 move f-data-expedicao             to f09300-data-expedicao

                 if   f-fl-fechar = "S"
                      perform 9000-fecha-romaneio
                 end-if

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd09300

                 perform 9000-regravar-pd09300

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f09300-romaneio [" f09300-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 else
                      if   f-fl-fechar = "S"
                           string "Romaneio fechado - " ws-qtd-atualizadas " nota(s) com saida registrada" into ws-mensagem
                           perform 9000-mensagem
                      end-if
                 end-if

            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Nota informada: retira a nota do romaneio. Nota em branco: exclui o
      *> romaneio inteiro, com as suas notas.
       2100-exclusao section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela

            perform until f-numero-romaneio <> zeros
                 accept f-numero-romaneio at line 05 col 35 with update auto-skip
            end-perform

            perform 9000-le-romaneio
            if   not ws-operacao-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            if   not f09300-romaneio-aberto
                 move "Romaneio fechado - exclusao nao permitida!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            accept f-serie-documento at line 13 col 35 with update auto-skip
            accept f-numero-documento at line 14 col 35 with update auto-skip

            if   f-numero-documento = zeros
                 perform 2110-exclui-romaneio
            else
                 perform 2120-exclui-nota
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2110-exclui-romaneio section.

            perform 9000-validacao

            if   not ws-validacao-ok
                 exit section
            end-if

            perform 9000-sleep-3s

            move "Confirma exclusao do romaneio e de suas notas? [S/N]" to ws-mensagem
            perform 9000-mensagem

            if   not ws-mensagem-opcao-sim
                 exit section
            end-if

            initialize                             f09400-chave
            move lnk-cd-empresa                    to f09400-cd-empresa
            move lnk-cd-filial                     to f09400-cd-filial
            move f-numero-romaneio                 to f09400-numero-romaneio

            perform 9000-str-pd09400-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09400-seq-1

                 if   ws-operacao-ok
                 and  f09400-cd-empresa      equal lnk-cd-empresa
                 and  f09400-cd-filial       equal lnk-cd-filial
                 and  f09400-numero-romaneio equal f-numero-romaneio
                      perform 9000-excluir-pd09400
                      set ws-operacao-ok             to true
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            perform 9000-excluir-pd09300

       exit.

      *>=================================================================================
       2120-exclui-nota section.

            initialize                             f09400-chave
            move lnk-cd-empresa                    to f09400-cd-empresa
            move lnk-cd-filial                     to f09400-cd-filial
            move f-numero-romaneio                 to f09400-numero-romaneio
            move 01                                to f09400-tipo-nota
            move f-numero-documento                to f09400-numero-documento
            move f-serie-documento                 to f09400-serie-documento

            perform 9000-ler-pd09400-ran-1
            if   not ws-operacao-ok
                 move "Nota nao consta deste romaneio!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f09400-cd-destinatario            to f-cd-destinatario
            display f-cd-destinatario at line 15 col 35

            move "Confirma exclusao de registro? [S/N]"   to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim
                 perform 9000-excluir-pd09400
            end-if

       exit.

      *>=================================================================================
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio de romaneios..." to ws-mensagem
            perform 9000-mensagem

            open output rel10075

            move zeros                              to ws-rel-total-romaneios

            initialize                               f09300-chave
            move lnk-cd-empresa                      to f09300-cd-empresa
            move lnk-cd-filial                       to f09300-cd-filial

            perform 9000-str-pd09300-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09300-seq-1

                 if   ws-operacao-ok
                 and  f09300-cd-empresa equal lnk-cd-empresa
                 and  f09300-cd-filial  equal lnk-cd-filial

                      move f09300-numero-romaneio    to f-numero-romaneio
                      perform 9000-totaliza-romaneio

                      move f09300-numero-romaneio    to rr-det-numero-romaneio
                      move f09300-cd-transportadora  to rr-det-cd-transportadora
                      move f09300-data-expedicao     to rr-det-data-expedicao
                      move f-ds-situacao             to rr-det-situacao
                      move f-qtd-notas               to rr-det-qtd-notas
                      move f-valor-total             to rr-det-valor-total

                      initialize                     f07500-transportadora
                      move lnk-cd-empresa            to f07500-cd-empresa
                      move lnk-cd-filial             to f07500-cd-filial
                      move f09300-cd-transportadora  to f07500-cd-transportadora
                      perform 9000-ler-pd07500-ran-1
                      if   ws-operacao-ok
                           move f07500-nome-transportadora to rr-det-nome-transportadora
                      else
                           move "** nao cadastrada **"   to rr-det-nome-transportadora
                      end-if

                      write rel10075-linha           from rel10075-detalhe

                      add 1                          to ws-rel-total-romaneios

      *>              as leituras de apoio nao podem encerrar a varredura
                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-rel-total-romaneios              to rr-res-total
            write rel10075-linha                     from rel10075-resumo

            close rel10075

            string "Relatorio gerado - " ws-rel-total-romaneios " romaneio(s)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd05000
            close pd07500
            close pd09300
            close pd09400

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-romaneio

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-romaneio

            perform 9000-frame-padrao
            display frm-romaneio

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
      *> Le o cabecalho do romaneio informado em tela e mostra os totais.
       9000-le-romaneio section.

            initialize                             f09300-chave
            move lnk-cd-empresa                    to f09300-cd-empresa
            move lnk-cd-filial                     to f09300-cd-filial
            move f-numero-romaneio                 to f09300-numero-romaneio

            perform 9000-ler-pd09300-ran-1
            if   not ws-operacao-ok
                 move "Romaneio nao encontrado!"   to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            perform 9000-move-registros-frame

            set ws-operacao-ok                     to true

       exit.

      *>=================================================================================
      *> Identificacao da nota de saida (serie/numero da filial corrente) e
      *> localizacao do cabecalho pela chave-doc - mesmo start de CS10025B.
       9000-aceita-nota section.

            set ws-nota-invalida                   to true

            perform until f-serie-documento <> spaces
                 accept f-serie-documento at line 13 col 35 with update auto-skip
            end-perform

            perform until f-numero-documento <> zeros
                 accept f-numero-documento at line 14 col 35 with update auto-skip
            end-perform

            initialize                             f05000-mestre-nota-fiscal
            move lnk-cd-empresa                    to f05000-cd-empresa
            move lnk-cd-filial                     to f05000-cd-filial
            set f05000-nota-saida                  to true
            move f-numero-documento                to f05000-numero-documento
            move f-serie-documento                 to f05000-serie-documento

            perform 9000-str-pd05000-doc
            if   ws-operacao-ok
                 perform 9000-ler-pd05000-seq-1
            end-if

            if   not ws-operacao-ok
            or   f05000-cd-empresa       not equal lnk-cd-empresa
            or   f05000-cd-filial        not equal lnk-cd-filial
            or   not f05000-nota-saida
            or   f05000-numero-documento not equal f-numero-documento
            or   f05000-serie-documento  not equal f-serie-documento
                 move "Nota de saida nao encontrada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f05000-cd-destinatario            to f-cd-destinatario
            move f05000-valor-total                to f-valor-nota
            display f-cd-destinatario at line 15 col 35
            perform 8000-tela

            set ws-nota-valida                     to true

       exit.

      *>=================================================================================
      *> Quantidade de notas e valor total do romaneio em f-numero-romaneio;
      *> preserva f09300-romaneio (PD09400 e PD05000 tem areas proprias).
       9000-totaliza-romaneio section.

            move zeros                             to f-qtd-notas
            move zeros                             to f-valor-total

            evaluate true
                 when f09300-romaneio-fechado
                      move "FECHADO"               to f-ds-situacao
                 when other
                      move "ABERTO"                to f-ds-situacao
            end-evaluate

            initialize                             f09400-chave
            move lnk-cd-empresa                    to f09400-cd-empresa
            move lnk-cd-filial                     to f09400-cd-filial
            move f-numero-romaneio                 to f09400-numero-romaneio

            perform 9000-str-pd09400-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09400-seq-1

                 if   ws-operacao-ok
                 and  f09400-cd-empresa      equal lnk-cd-empresa
                 and  f09400-cd-filial       equal lnk-cd-filial
                 and  f09400-numero-romaneio equal f-numero-romaneio

                      add 1                          to f-qtd-notas

                      initialize                     f05000-mestre-nota-fiscal
                      move f09400-chave-doc          to f05000-chave-doc
                      perform 9000-str-pd05000-doc
                      if   ws-operacao-ok
                           perform 9000-ler-pd05000-seq-1
                      end-if
                      if   ws-operacao-ok
                      and  f05000-chave-doc equal f09400-chave-doc
                           add f05000-valor-total    to f-valor-total
                      end-if

                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Carimba a saida (data/hora do fechamento) em todas as notas do
      *> romaneio e marca o cabecalho como fechado - quem chama regrava
      *> f09300-romaneio.
       9000-fecha-romaneio section.

            move function current-date(1:8)        to ws-data-corrente
            move function current-date(9:6)        to ws-horario-corrente
            move zeros                             to ws-qtd-atualizadas

            initialize                             f09400-chave
            move lnk-cd-empresa                    to f09400-cd-empresa
            move lnk-cd-filial                     to f09400-cd-filial
            move f-numero-romaneio                 to f09400-numero-romaneio

            perform 9000-str-pd09400-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09400-seq-1

                 if   ws-operacao-ok
                 and  f09400-cd-empresa      equal lnk-cd-empresa
                 and  f09400-cd-filial       equal lnk-cd-filial
                 and  f09400-numero-romaneio equal f-numero-romaneio

                      initialize                     f05000-mestre-nota-fiscal
                      move f09400-chave-doc          to f05000-chave-doc
                      perform 9000-str-pd05000-doc
                      if   ws-operacao-ok
                           perform 9000-ler-pd05000-seq-1
                      end-if
                      if   ws-operacao-ok
                      and  f05000-chave-doc equal f09400-chave-doc
                      and  f05000-data-saida equal zeros
                           move ws-data-corrente     to f05000-data-saida
                           move ws-horario-corrente  to f05000-horario-saida
                           move lnk-cd-usuario       to ws-cd-usuario-operacao
                           perform 9000-marca-auditoria-pd05000
                           perform 9000-regravar-pd05000
                           if   ws-operacao-ok
                                add 1                to ws-qtd-atualizadas
                           else
                                string "Erro de gravacao - f05000-mestre-nota-fiscal [" f05000-chave-doc "]" into ws-mensagem
                                perform 9000-mensagem
                           end-if
                      end-if

                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            set f09300-romaneio-fechado            to true
            move ws-data-corrente                  to f09300-data-fechamento
            move ws-horario-corrente               to f09300-horario-fechamento
            move lnk-cd-usuario                    to f09300-id-usuario-fechamento

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            move f09300-numero-romaneio            to f-numero-romaneio
            move f09300-cd-transportadora          to f-cd-transportadora
            move f09300-data-expedicao             to f-data-expedicao

            move spaces                            to f-nome-transportadora
            initialize                             f07500-transportadora
            move lnk-cd-empresa                    to f07500-cd-empresa
            move lnk-cd-filial                     to f07500-cd-filial
            move f09300-cd-transportadora          to f07500-cd-transportadora
            perform 9000-ler-pd07500-ran-1
            if   ws-operacao-ok
                 move f07500-nome-transportadora   to f-nome-transportadora
            end-if

            perform 9000-totaliza-romaneio

            perform 9000-frame-padrao
            display frm-romaneio

       exit.

      *>=================================================================================
      *> Confere, imediatamente antes de liberar a confirmacao de exclusao,
      *> que o romaneio ainda existe, continua aberto e nao foi alterado por
      *> outro usuario - mesmo padrao de CS10005C/9000-validacao.
       9000-validacao section.

            set ws-validacao-ok                    to true

            move f09300-horario-operacao           to ws-validacao-horario

            perform 9000-ler-pd09300-ran-1

            if   not ws-operacao-ok
                 move "Romaneio nao localizado - pode ja ter sido excluido!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
            else
                 if   f09300-horario-operacao not equal ws-validacao-horario
                 or   not f09300-romaneio-aberto
                      move "Registro alterado por outro usuario - exclusao cancelada!" to ws-mensagem
                      perform 9000-mensagem
                      set ws-validacao-nok          to true
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR05000.cpy.
       copy CSR07500.cpy.
       copy CSR09300.cpy.
       copy CSR09400.cpy.
