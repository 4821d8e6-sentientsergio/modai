      $set sourceformat"free"
       program-id. CS10082C.
      *>=================================================================================
      *>
      *>                     Historico de Contatos de Cobranca
      *>
      *>    Registro e consulta do historico de cobranca do cliente em
      *>    PD09900: ligacoes, promessas de pagamento (data e valor) e outras
      *>    acoes do cobrador, ao lado das cartas emitidas pela regua
      *>    noturna CS10081B (tipo C, reservado ao job). Na entrada do
      *>    cliente a tela mostra o saldo em aberto e o estagio mais alto da
      *>    regua entre as parcelas abertas. Historico nao se altera nem se
      *>    exclui - correcao e um novo contato.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00600.cpy.
       copy CSS05900.cpy.
       copy CSS09900.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10082
               assign to "REL10082"
               organization is line sequential
               file status is ws-fs-rel10082.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00600.cpy.
       copy CSF05900.cpy.
       copy CSF09900.cpy.

       fd   rel10082
            record contains 132 characters.

       01   rel10082-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10082C".
       78   c-descricao-programa                   value "CONTATOS DE COBRANCA".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-fl-chave-ok                      pic x(01).
               88 ws-chave-ok                           value "S".
            03 ws-data-hoje                        pic 9(08).
            03 ws-mes-promessa                     pic 9(02).
            03 ws-dia-promessa                     pic 9(02).

       01   f-contato-cobranca.
            03 f-cd-destinatario                   pic 9(09).
            03 f-nome-destinatario                 pic x(40).
            03 f-valor-saldo-aberto                pic 9(11)v9(02).
            03 f-estagio-maximo                    pic 9(02).
            03 f-fl-tipo-contato                   pic x(01).
            03 f-descricao-contato                 pic x(60).
            03 f-data-promessa                     pic 9(08).
            03 f-valor-promessa                    pic 9(09)v9(02).
            03 f-data-contato                      pic 9(08).
            03 f-horario-contato                   pic 9(06).
            03 f-id-usuario-operacao               pic 9(11).
            03 f-numero-documento                  pic 9(09).
            03 f-serie-documento                   pic x(03).
            03 f-parcela                           pic 9(02).
            03 f-estagio                           pic 9(02).

       01   ws-relatorio.
            03 ws-fs-rel10082                       pic x(02).
            03 ws-rel-total-contatos                pic 9(07).

       01   rel10082-detalhe.
            03 rr-det-cd-destinatario               pic 9(09).
            03 filler                              pic x(01) value space.
            03 rr-det-data-contato                  pic 9(08).
            03 filler                              pic x(01) value space.
            03 rr-det-horario-contato               pic 9(06).
            03 filler                              pic x(01) value space.
            03 rr-det-fl-tipo-contato               pic x(01).
            03 filler                              pic x(01) value space.
            03 rr-det-descricao                     pic x(60).
            03 filler                              pic x(01) value space.
            03 rr-det-data-promessa                 pic 9(08) blank when zero.
            03 filler                              pic x(01) value space.
            03 rr-det-valor-promessa                pic zzz.zzz.zz9,99 blank when zero.
            03 filler                              pic x(01) value space.
            03 rr-det-id-usuario                    pic z(10)9.

       01   rel10082-resumo.
            03 filler                              pic x(24) value "Contatos listados......:".
            03 rr-res-total                         pic z.zzz.zz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-contato-cobranca.
            03 line 07 col 16   pic x(18) value "Cliente..........:".
            03 line 07 col 35   pic 9(09) from f-cd-destinatario.
            03 line 08 col 35   pic x(40) from f-nome-destinatario.
            03 line 09 col 16   pic x(18) value "Saldo em aberto..:".
            03 line 09 col 35   pic zz.zzz.zzz.zz9,99 from f-valor-saldo-aberto.
            03 line 10 col 16   pic x(18) value "Estagio regua....:".
            03 line 10 col 35   pic 9(02) from f-estagio-maximo.
            03 line 12 col 16   pic x(18) value "Tipo de contato..:".
            03 line 12 col 35   pic x(01) from f-fl-tipo-contato.
            03 line 12 col 37   pic x(38) value "(L-Ligacao P-Promessa O-Outro C-Carta)".
            03 line 13 col 16   pic x(18) value "Descricao........:".
            03 line 14 col 16   pic x(60) from f-descricao-contato.
            03 line 15 col 16   pic x(18) value "Data promessa....:".
            03 line 15 col 35   pic 9(08) from f-data-promessa.
            03 line 16 col 16   pic x(18) value "Valor promessa...:".
            03 line 16 col 35   pic zzz.zzz.zz9,99 from f-valor-promessa.
            03 line 17 col 16   pic x(18) value "Documento/Parcela:".
            03 line 17 col 35   pic 9(09) from f-numero-documento.
            03 line 17 col 44   pic x(01) value "/".
            03 line 17 col 45   pic x(03) from f-serie-documento.
            03 line 17 col 49   pic 9(02) from f-parcela.
            03 line 17 col 53   pic x(08) value "Estagio:".
            03 line 17 col 62   pic 9(02) from f-estagio.
            03 line 18 col 16   pic x(18) value "Registrado em....:".
            03 line 18 col 35   pic 9(08) from f-data-contato.
            03 line 18 col 44   pic 9(06) from f-horario-contato.
            03 line 18 col 51   pic x(08) value "Usuario:".
            03 line 18 col 60   pic 9(11) from f-id-usuario-operacao.

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
            perform 9000-abrir-io-pd00600
            perform 9000-abrir-io-pd05900
            perform 9000-abrir-io-pd09900

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

            perform 9000-aceita-cliente
            if   not ws-chave-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            perform with test after until f-fl-tipo-contato = "L" or "P" or "O"
                 accept f-fl-tipo-contato at line 12 col 35 with update auto-skip
                 if   f-fl-tipo-contato = "C"
                      move "Tipo C e exclusivo da carta emitida pela regua!" to ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-perform

            perform with test after until f-descricao-contato <> spaces
                 accept f-descricao-contato at line 14 col 16 with update auto-skip
            end-perform

            if   f-fl-tipo-contato = "P"
                 perform 9000-aceita-promessa
            end-if

            move "Confirma inclusao do contato? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 initialize                        f09900-contato-cobranca
                 move lnk-cd-empresa               to f09900-cd-empresa
                 move lnk-cd-filial                to f09900-cd-filial
                 move f-cd-destinatario            to f09900-cd-destinatario
                 move f-fl-tipo-contato            to f09900-fl-tipo-contato
                 move f-descricao-contato          to f09900-descricao-contato
                 move f-data-promessa              to f09900-data-promessa
                 move f-valor-promessa             to f09900-valor-promessa
                 move f-estagio-maximo             to f09900-estagio

                 move lnk-cd-usuario               to ws-cd-usuario-operacao
                 perform 9000-registra-contato-cobranca

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f09900-contato-cobranca [" f09900-cd-destinatario "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Historico do cliente em ordem cronologica, um contato por vez.
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela

            perform 9000-aceita-cliente
            if   not ws-chave-ok
                 perform 8000-controle-frame
                 exit section
            end-if

            initialize                             f09900-chave
            move lnk-cd-empresa                    to f09900-cd-empresa
            move lnk-cd-filial                     to f09900-cd-filial
            move f-cd-destinatario                 to f09900-cd-destinatario

            perform 9000-str-pd09900-ge

            set ws-mensagem-opcao-sim              to true

            perform until not ws-operacao-ok
                       or not ws-mensagem-opcao-sim

                 perform 9000-ler-pd09900-seq-1

                 if   ws-operacao-ok
                 and  f09900-cd-empresa      equal lnk-cd-empresa
                 and  f09900-cd-filial       equal lnk-cd-filial
                 and  f09900-cd-destinatario equal f-cd-destinatario

                      perform 9000-move-registros-frame

                      move "Proximo contato? [S/N]"  to ws-mensagem
                      perform 9000-mensagem

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            if   not ws-operacao-ok
                 move "Fim do historico do cliente!" to ws-mensagem
                 perform 9000-mensagem
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            move "Historico nao e alteravel - registre novo contato!" to ws-mensagem
            perform 9000-mensagem
            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-exclusao section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            move "Historico nao e alteravel - registre novo contato!" to ws-mensagem
            perform 9000-mensagem
            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio de contatos de cobranca..." to ws-mensagem
            perform 9000-mensagem

            open output rel10082

            move zeros                              to ws-rel-total-contatos

            initialize                               f09900-chave
            move lnk-cd-empresa                      to f09900-cd-empresa
            move lnk-cd-filial                       to f09900-cd-filial

            perform 9000-str-pd09900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09900-seq-1

                 if   ws-operacao-ok
                 and  f09900-cd-empresa equal lnk-cd-empresa
                 and  f09900-cd-filial  equal lnk-cd-filial

                      move f09900-cd-destinatario    to rr-det-cd-destinatario
                      move f09900-data-contato       to rr-det-data-contato
                      move f09900-horario-contato    to rr-det-horario-contato
                      move f09900-fl-tipo-contato    to rr-det-fl-tipo-contato
                      move f09900-descricao-contato  to rr-det-descricao
                      move f09900-data-promessa      to rr-det-data-promessa
                      move f09900-valor-promessa     to rr-det-valor-promessa
                      move f09900-id-usuario-operacao to rr-det-id-usuario
                      write rel10082-linha           from rel10082-detalhe

                      add 1                          to ws-rel-total-contatos

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-rel-total-contatos               to rr-res-total
            write rel10082-linha                     from rel10082-resumo

            close rel10082

            string "Relatorio gerado - " ws-rel-total-contatos " contato(s)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd00600
            close pd05900
            close pd09900

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-contato-cobranca

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-contato-cobranca

            perform 9000-frame-padrao
            display frm-contato-cobranca

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
      *> Cliente cadastrado em PD00600; mostra o saldo em aberto das
      *> parcelas de saida da filial e o estagio mais alto da regua entre
      *> elas.
       9000-aceita-cliente section.

            move "N"                               to ws-fl-chave-ok

            perform until f-cd-destinatario <> zeros
                 accept f-cd-destinatario at line 07 col 35 with update auto-skip
            end-perform

            initialize                             f00600-chave
            move lnk-cd-empresa                    to f00600-cd-empresa
            move lnk-cd-filial                     to f00600-cd-filial
            move f-cd-destinatario                 to f00600-cd-destinatario
            perform 9000-ler-pd00600-ran-1
            if   not ws-operacao-ok
                 move "Cliente nao cadastrado!"     to ws-mensagem
                 perform 9000-mensagem
                 exit section
            end-if

            move f00600-nome-destinatario          to f-nome-destinatario
            move zeros                             to f-valor-saldo-aberto
            move zeros                             to f-estagio-maximo

            initialize                             f05900-chave
            move lnk-cd-empresa                    to f05900-cd-empresa
            move lnk-cd-filial                     to f05900-cd-filial
            set f05900-nota-saida                  to true

            perform 9000-str-pd05900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd05900-seq-1

                 if   ws-operacao-ok
                 and  f05900-cd-empresa equal lnk-cd-empresa
                 and  f05900-cd-filial  equal lnk-cd-filial
                 and  f05900-nota-saida

                      if   f05900-cd-destinatario equal f-cd-destinatario
                      and  f05900-duplicata-aberta
                      and  f05900-valor-baixado less f05900-valor-parcela
                           compute f-valor-saldo-aberto = f-valor-saldo-aberto
                                                        + f05900-valor-parcela
                                                        - f05900-valor-baixado
                           if   f05900-estagio-cobranca greater f-estagio-maximo
                                move f05900-estagio-cobranca to f-estagio-maximo
                           end-if
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            display frm-contato-cobranca

            set ws-chave-ok                        to true

       exit.

      *>=================================================================================
      *> Promessa de pagamento: data a partir de hoje e valor informado.
       9000-aceita-promessa section.

            move function current-date(1:8)        to ws-data-hoje

            move zeros                             to ws-mes-promessa
            move zeros                             to ws-dia-promessa
            perform until ws-mes-promessa >= 1
                      and ws-mes-promessa <= 12
                      and ws-dia-promessa >= 1
                      and ws-dia-promessa <= 31
                      and f-data-promessa >= ws-data-hoje
                 accept f-data-promessa at line 15 col 35 with update auto-skip
                 move f-data-promessa(5:2)         to ws-mes-promessa
                 move f-data-promessa(7:2)         to ws-dia-promessa
            end-perform

            perform until f-valor-promessa <> zeros
                 accept f-valor-promessa at line 16 col 35 with update auto-skip
            end-perform

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            move f09900-fl-tipo-contato            to f-fl-tipo-contato
            move f09900-descricao-contato          to f-descricao-contato
            move f09900-data-promessa              to f-data-promessa
            move f09900-valor-promessa             to f-valor-promessa
            move f09900-data-contato               to f-data-contato
            move f09900-horario-contato            to f-horario-contato
            move f09900-id-usuario-operacao        to f-id-usuario-operacao
            move f09900-numero-documento           to f-numero-documento
            move f09900-serie-documento            to f-serie-documento
            move f09900-parcela                    to f-parcela
            move f09900-estagio                    to f-estagio

            perform 9000-frame-padrao
            display frm-contato-cobranca

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00600.cpy.
       copy CSR05900.cpy.
       copy CSR09900.cpy.
