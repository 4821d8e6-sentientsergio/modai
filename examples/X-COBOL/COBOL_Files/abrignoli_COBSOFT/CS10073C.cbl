      $set sourceformat"free"
       program-id. CS10073C.
      *>=================================================================================
      *>
      *>                    Carta de Correcao Eletronica (CC-e)
      *>
      *>    Mantem PD09200 - os eventos de correcao de uma nota ja autorizada
      *>    pelo fisco (f05000-fisco-autorizada) e nao cancelada. A CC-e so
      *>    pode corrigir dados que nao alteram valores, impostos, datas nem
      *>    partes do documento (endereco, transporte, descricao); o texto
      *>    e de responsabilidade do operador. Cada evento novo substitui os
      *>    anteriores perante o fisco, por isso a inclusao ja traz o texto do
      *>    ultimo evento para ser complementado. Eventos so podem ser
      *>    alterados ou excluidos enquanto pendentes - depois de exportados
      *>    por CS10073B pertencem ao provedor de escrituracao.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS05000.cpy.
       copy CSS09200.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10073
               assign to "REL10073"
               organization is line sequential
               file status is ws-fs-rel10073.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF05000.cpy.
       copy CSF09200.cpy.

       fd   rel10073
            record contains 132 characters.

       01   rel10073-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10073C".
       78   c-descricao-programa                   value "CARTA DE CORRECAO - CC-E".

      *>   Limite de eventos de correcao por nota aceito pelo fisco
       78   c-max-eventos                          value 20.

      *>   Tamanho minimo do texto de correcao exigido pelo fisco
       78   c-min-caracteres                       value 15.

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
            03 ws-ultima-sequencia                 pic 9(02).
            03 ws-texto-ultimo-evento              pic x(280).
            03 ws-qtd-brancos                      pic 9(03).
            03 ws-idx-linha                        pic 9(01).

       01   f-carta-correcao.
            03 f-tipo-nota                         pic 9(02).
            03 f-serie-documento                   pic x(03).
            03 f-numero-documento                  pic 9(09).
            03 f-cd-destinatario                   pic 9(09).
            03 f-sequencia-evento                  pic 9(02).
            03 f-texto-correcao.
               05 f-linha-correcao                 pic x(70) occurs 4.
            03 f-fl-situacao                       pic x(01).
            03 f-ds-situacao                       pic x(12).
            03 f-protocolo-fisco                   pic 9(15).
            03 f-cd-rejeicao-fisco                 pic x(04).

       01   ws-relatorio.
            03 ws-fs-rel10073                       pic x(02).
            03 ws-rel-total-eventos                 pic 9(05).

       01   rel10073-detalhe.
            03 filler                              pic x(05) value "Nota:".
            03 rc-det-tipo-nota                     pic 9(02).
            03 filler                              pic x(01) value "/".
            03 rc-det-numero-documento              pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rc-det-serie-documento               pic x(03).
            03 filler                              pic x(06) value " Seq.:".
            03 rc-det-sequencia-evento              pic 9(02).
            03 filler                              pic x(06) value " Sit.:".
            03 rc-det-situacao                      pic x(12).
            03 filler                              pic x(07) value " Prot.:".
            03 rc-det-protocolo                     pic z(14)9.
            03 filler                              pic x(06) value " Rej.:".
            03 rc-det-cd-rejeicao                   pic x(04).
            03 filler                              pic x(07) value " Data.:".
            03 rc-det-data-operacao                 pic 9(08).

       01   rel10073-texto.
            03 filler                              pic x(07) value spaces.
            03 rc-txt-linha-correcao                pic x(70).

       01   rel10073-resumo.
            03 filler                              pic x(24) value "Eventos listados.......:".
            03 rc-res-total                         pic zzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-carta-correcao.
            03 line 05 col 18   pic x(16) value "Tipo de Nota...:".
            03 line 05 col 35   pic 9(02) from f-tipo-nota.
            03 line 05 col 40   pic x(37) value "(00-Entr 01-Saida 02-Devol 03-Transf)".
            03 line 06 col 18   pic x(16) value "Serie..........:".
            03 line 06 col 35   pic x(03) from f-serie-documento.
            03 line 07 col 18   pic x(16) value "Numero.........:".
            03 line 07 col 35   pic 9(09) from f-numero-documento.
            03 line 08 col 18   pic x(16) value "Destinatario...:".
            03 line 08 col 35   pic 9(09) from f-cd-destinatario.
            03 line 10 col 18   pic x(16) value "Sequencia......:".
            03 line 10 col 35   pic 9(02) from f-sequencia-evento.
            03 line 10 col 40   pic x(16) value "Situacao.......:".
            03 line 10 col 57   pic x(12) from f-ds-situacao.
            03 line 11 col 18   pic x(16) value "Protocolo......:".
            03 line 11 col 35   pic z(14)9 from f-protocolo-fisco.
            03 line 11 col 52   pic x(09) value "Rejeicao:".
            03 line 11 col 62   pic x(04) from f-cd-rejeicao-fisco.
            03 line 13 col 05   pic x(52) value "Texto da correcao (endereco, transporte, descricao):".
            03 line 14 col 05   pic x(70) from f-linha-correcao(1).
            03 line 15 col 05   pic x(70) from f-linha-correcao(2).
            03 line 16 col 05   pic x(70) from f-linha-correcao(3).
            03 line 17 col 05   pic x(70) from f-linha-correcao(4).

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
            perform 9000-abrir-io-pd09200

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

            perform 9000-aceita-nota
            if   not ws-nota-valida
                 perform 8000-controle-frame
                 exit section
            end-if

            if   not f05000-fisco-autorizada
                 move "Nota nao autorizada pelo fisco - CC-e nao se aplica!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            if   f05000-doc-cancelado
                 move "Nota cancelada - CC-e nao se aplica!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-ultimo-evento

            if   ws-ultima-sequencia >= c-max-eventos
                 move "Limite de cartas de correcao da nota atingido!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            compute f-sequencia-evento = ws-ultima-sequencia + 1
            move ws-texto-ultimo-evento            to f-texto-correcao
            move "PENDENTE"                        to f-ds-situacao
            perform 8000-tela

            perform 9000-aceita-texto

            move "Confirma inclusao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 initialize                        f09200-carta-correcao
                 perform 9000-monta-chave-evento
                 move f-cd-destinatario            to f09200-cd-destinatario
                 move f-texto-correcao             to f09200-texto-correcao
                 set f09200-evento-pendente        to true

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd09200

                 perform 9000-gravar-pd09200

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f09200-carta-correcao [" f09200-chave "]" into ws-mensagem
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

            perform 9000-aceita-chave-evento

            perform 9000-ler-pd09200-ran-1
            if   not ws-operacao-ok
                 move "Carta de correcao nao encontrada!" to ws-mensagem
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

            perform 9000-aceita-chave-evento

            perform 9000-ler-pd09200-ran-1
            if   not ws-operacao-ok
                 move "Carta de correcao nao encontrada!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            if   not f09200-evento-pendente
                 move "Evento ja exportado ao fisco - alteracao nao permitida!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-aceita-texto

            move "Confirma alteracao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 move f-texto-correcao             to f09200-texto-correcao

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-marca-auditoria-pd09200

                 perform 9000-regravar-pd09200

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f09200-carta-correcao [" f09200-chave "]" into ws-mensagem
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

            perform 9000-aceita-chave-evento

            perform 9000-ler-pd09200-ran-1
            if   not ws-operacao-ok
                 move "Carta de correcao nao encontrada!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            if   not f09200-evento-pendente
                 move "Evento ja exportado ao fisco - exclusao nao permitida!" to ws-mensagem
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
                      perform 9000-excluir-pd09200
                 end-if
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio de cartas de correcao..." to ws-mensagem
            perform 9000-mensagem

            open output rel10073

            move zeros                              to ws-rel-total-eventos

            initialize                               f09200-chave
            move lnk-cd-empresa                      to f09200-cd-empresa
            move lnk-cd-filial                       to f09200-cd-filial

            perform 9000-str-pd09200-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09200-seq-1

                 if   ws-operacao-ok
                 and  f09200-cd-empresa equal lnk-cd-empresa
                 and  f09200-cd-filial  equal lnk-cd-filial

                      move f09200-tipo-nota          to rc-det-tipo-nota
                      move f09200-numero-documento   to rc-det-numero-documento
                      move f09200-serie-documento    to rc-det-serie-documento
                      move f09200-sequencia-evento   to rc-det-sequencia-evento
                      move f09200-fl-situacao        to f-fl-situacao
                      perform 9000-descreve-situacao
                      move f-ds-situacao             to rc-det-situacao
                      move f09200-protocolo-fisco    to rc-det-protocolo
                      move f09200-cd-rejeicao-fisco  to rc-det-cd-rejeicao
                      move f09200-data-operacao      to rc-det-data-operacao
                      write rel10073-linha           from rel10073-detalhe

                      perform varying ws-idx-linha from 1 by 1 until ws-idx-linha > 4
                           if   f09200-linha-correcao(ws-idx-linha) <> spaces
                                move f09200-linha-correcao(ws-idx-linha) to rc-txt-linha-correcao
                                write rel10073-linha from rel10073-texto
                           end-if
                      end-perform

                      add 1                          to ws-rel-total-eventos

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-rel-total-eventos                to rc-res-total
            write rel10073-linha                     from rel10073-resumo

            close rel10073

            string "Relatorio gerado - " ws-rel-total-eventos " evento(s)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd05000
            close pd09200

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-carta-correcao

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-carta-correcao

            perform 9000-frame-padrao
            display frm-carta-correcao

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
      *> Identificacao da nota (tipo/serie/numero da filial corrente) e
      *> localizacao do cabecalho pela chave-doc - mesmo start de CS10025B.
       9000-aceita-nota section.

            set ws-nota-invalida                   to true

            perform with test after until f-tipo-nota = 00 or f-tipo-nota = 01
                                       or f-tipo-nota = 02 or f-tipo-nota = 03
                 accept f-tipo-nota at line 05 col 35 with update auto-skip
            end-perform

            perform until f-serie-documento <> spaces
                 accept f-serie-documento at line 06 col 35 with update auto-skip
            end-perform

            perform until f-numero-documento <> zeros
                 accept f-numero-documento at line 07 col 35 with update auto-skip
            end-perform

            initialize                             f05000-mestre-nota-fiscal
            move lnk-cd-empresa                    to f05000-cd-empresa
            move lnk-cd-filial                     to f05000-cd-filial
            move f-tipo-nota                       to f05000-tipo-nota
            move f-numero-documento                to f05000-numero-documento
            move f-serie-documento                 to f05000-serie-documento

            perform 9000-str-pd05000-doc
            if   ws-operacao-ok
                 perform 9000-ler-pd05000-seq-1
            end-if

            if   not ws-operacao-ok
            or   f05000-cd-empresa       not equal lnk-cd-empresa
            or   f05000-cd-filial        not equal lnk-cd-filial
            or   f05000-tipo-nota        not equal f-tipo-nota
            or   f05000-numero-documento not equal f-numero-documento
            or   f05000-serie-documento  not equal f-serie-documento
                 move "Nota fiscal nao encontrada!" to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f05000-cd-destinatario            to f-cd-destinatario
            display f-cd-destinatario at line 08 col 35

            set ws-nota-valida                     to true

       exit.

      *>=================================================================================
      *> Consulta/alteracao/exclusao localizam o evento direto pela chave -
      *> a nota nao precisa existir (pode ja ter sido arquivada).
       9000-aceita-chave-evento section.

            perform with test after until f-tipo-nota = 00 or f-tipo-nota = 01
                                       or f-tipo-nota = 02 or f-tipo-nota = 03
                 accept f-tipo-nota at line 05 col 35 with update auto-skip
            end-perform

            perform until f-serie-documento <> spaces
                 accept f-serie-documento at line 06 col 35 with update auto-skip
            end-perform

            perform until f-numero-documento <> zeros
                 accept f-numero-documento at line 07 col 35 with update auto-skip
            end-perform

            perform until f-sequencia-evento <> zeros
                 accept f-sequencia-evento at line 10 col 35 with update auto-skip
            end-perform

            perform 9000-monta-chave-evento

       exit.

      *>=================================================================================
       9000-monta-chave-evento section.

            initialize                             f09200-chave
            move lnk-cd-empresa                    to f09200-cd-empresa
            move lnk-cd-filial                     to f09200-cd-filial
            move f-tipo-nota                       to f09200-tipo-nota
            move f-numero-documento                to f09200-numero-documento
            move f-serie-documento                 to f09200-serie-documento
            move f-sequencia-evento                to f09200-sequencia-evento

       exit.

      *>=================================================================================
      *> Ultima sequencia de evento da nota e o seu texto, base da proxima
      *> correcao (o evento novo substitui integralmente os anteriores).
       9000-ultimo-evento section.

            move zeros                             to ws-ultima-sequencia
            move spaces                            to ws-texto-ultimo-evento

            move zeros                             to f-sequencia-evento
            perform 9000-monta-chave-evento

            perform 9000-str-pd09200-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09200-seq-1

                 if   ws-operacao-ok
                 and  f09200-cd-empresa       equal lnk-cd-empresa
                 and  f09200-cd-filial        equal lnk-cd-filial
                 and  f09200-tipo-nota        equal f-tipo-nota
                 and  f09200-numero-documento equal f-numero-documento
                 and  f09200-serie-documento  equal f-serie-documento
                      move f09200-sequencia-evento  to ws-ultima-sequencia
                      move f09200-texto-correcao    to ws-texto-ultimo-evento
                 else
                      set ws-operacao-nok           to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Entrada comum a inclusao e alteracao - o fisco recusa texto com
      *> menos de c-min-caracteres posicoes preenchidas.
       9000-aceita-texto section.

            perform with test after until ws-qtd-brancos <= length of f-texto-correcao - c-min-caracteres

                 accept f-linha-correcao(1) at line 14 col 05 with update auto-skip
                 accept f-linha-correcao(2) at line 15 col 05 with update auto-skip
                 accept f-linha-correcao(3) at line 16 col 05 with update auto-skip
                 accept f-linha-correcao(4) at line 17 col 05 with update auto-skip

                 move zeros                        to ws-qtd-brancos
                 inspect f-texto-correcao tallying ws-qtd-brancos for all spaces

                 if   ws-qtd-brancos > length of f-texto-correcao - c-min-caracteres
                      move "Texto da correcao muito curto (minimo 15 caracteres)!" to ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-perform

       exit.

      *>=================================================================================
       9000-descreve-situacao section.

            evaluate f-fl-situacao
                 when "E"
                      move "EXPORTADO"             to f-ds-situacao
                 when "A"
                      move "REGISTRADO"            to f-ds-situacao
                 when "R"
                      move "REJEITADO"             to f-ds-situacao
                 when other
                      move "PENDENTE"              to f-ds-situacao
            end-evaluate

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-carta-correcao
            move f09200-tipo-nota                  to f-tipo-nota
            move f09200-serie-documento            to f-serie-documento
            move f09200-numero-documento           to f-numero-documento
            move f09200-cd-destinatario            to f-cd-destinatario
            move f09200-sequencia-evento           to f-sequencia-evento
            move f09200-texto-correcao             to f-texto-correcao
            move f09200-fl-situacao                to f-fl-situacao
            perform 9000-descreve-situacao
            move f09200-protocolo-fisco            to f-protocolo-fisco
            move f09200-cd-rejeicao-fisco          to f-cd-rejeicao-fisco

            perform 9000-frame-padrao
            display frm-carta-correcao

       exit.

      *>=================================================================================
      *> Confere, imediatamente antes de liberar a confirmacao de exclusao,
      *> que o registro ainda existe e nao foi alterado por outro usuario -
      *> mesmo padrao de CS10005C/9000-validacao.
       9000-validacao section.

            set ws-validacao-ok                    to true

            move f09200-horario-operacao           to ws-validacao-horario

            perform 9000-ler-pd09200-ran-1

            if   not ws-operacao-ok
                 move "Evento nao localizado - pode ja ter sido excluido!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
            else
                 if   f09200-horario-operacao not equal ws-validacao-horario
                 or   not f09200-evento-pendente
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
       copy CSR09200.cpy.
