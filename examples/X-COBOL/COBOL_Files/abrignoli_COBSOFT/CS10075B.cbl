      $set sourceformat"free"
       program-id. CS10075B.
      *>=================================================================================
      *>
      *>                   Montagem dos Romaneios de Carga
      *>
      *>    Le empresa/filial e data de expedicao em PAR10075B (data zerada =
      *>    hoje) e distribui as notas de saida ainda nao expedidas (sem
      *>    f05000-data-saida, nao canceladas, emitidas ate a data de
      *>    expedicao e fora de qualquer romaneio) em um romaneio por
      *>    transportadora: se a transportadora ja tem romaneio aberto na
      *>    mesma data a nota entra nele, senao um romaneio novo e aberto.
      *>    Nota de saida sem transportadora nao e romaneada e sai listada em
      *>    REL10075B. Ajuste e fechamento sao da expedicao em CS10075C; a
      *>    impressao e CS10076B.
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

           select par10075b
               assign to "PAR10075B"
               organization is line sequential
               file status is ws-fs-par10075b.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional - o documento que vale e o
      *>   romaneio impresso por CS10076B.
           select rel10075b
               assign to "REL10075B"
               organization is line sequential
               file status is ws-fs-rel10075b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF05000.cpy.
       copy CSF07500.cpy.
       copy CSF09300.cpy.
       copy CSF09400.cpy.

       fd   par10075b
            record contains 15 characters.

       01   par10075b-linha.
            03 pp-cd-empresa                       pic 9(03).
            03 pp-cd-filial                        pic 9(04).
            03 pp-data-expedicao                   pic 9(08).

       fd   rel10075b
            record contains 132 characters.

       01   rel10075b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10075B".
       78   c-descricao-programa                   value "MONTAGEM DE ROMANEIOS".

      *>   Transportadoras distintas com romaneio na mesma data
       78   c-max-romaneios                        value 200.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-montagem.
            03 ws-fs-par10075b                      pic x(02).
            03 ws-fs-rel10075b                      pic x(02).
            03 ws-fl-parametro-ok                    pic x(01).
               88 ws-parametro-ok                        value "S".
               88 ws-parametro-nok                       value "N".
            03 ws-fl-fim-notas                       pic x(01).
               88 ws-fim-notas                           value "S".
            03 ws-data-expedicao                     pic 9(08).
            03 ws-ultimo-romaneio                    pic 9(07).
            03 ws-total-lidas                        pic 9(07).
            03 ws-total-romaneadas                   pic 9(07).
            03 ws-total-sem-transportadora           pic 9(07).
            03 ws-total-romaneios-novos              pic 9(05).

       01   ws-tab-romaneio.
            03 ws-qtd-romaneios                     pic 9(03).
            03 ws-idx-romaneio                      pic 9(03).
            03 ws-tr-item occurs 200 times.
               05 ws-tr-cd-transportadora            pic 9(09).
               05 ws-tr-numero-romaneio              pic 9(07).
               05 ws-tr-fl-novo                      pic x(01).
               05 ws-tr-qtd-incluidas                pic 9(05).

       01   rel10075b-cabecalho.
            03 filler                              pic x(30) value "Montagem de romaneios - filial".
            03 filler                              pic x(01) value space.
            03 rm-cab-cd-empresa                    pic 9(03).
            03 filler                              pic x(01) value "/".
            03 rm-cab-cd-filial                     pic 9(04).
            03 filler                              pic x(12) value " Expedicao: ".
            03 rm-cab-data-expedicao                pic 9(08).

       01   rel10075b-romaneio.
            03 filler                              pic x(10) value "Romaneio:".
            03 rm-rom-numero-romaneio               pic 9(07).
            03 filler                              pic x(01) value space.
            03 rm-rom-status                        pic x(06).
            03 filler                              pic x(09) value " Transp.:".
            03 rm-rom-cd-transportadora             pic 9(09).
            03 filler                              pic x(01) value space.
            03 rm-rom-nome-transportadora           pic x(40) value spaces.
            03 filler                              pic x(08) value " Notas:".
            03 rm-rom-qtd-incluidas                 pic zzzz9.

       01   rel10075b-sem-transportadora.
            03 filler                              pic x(10) value "Nota.....:".
            03 rm-sem-numero-documento              pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rm-sem-serie-documento               pic x(03).
            03 filler                              pic x(40) value " - sem transportadora, nao romaneada".

       01   rel10075b-resumo.
            03 filler                              pic x(16) value "Notas lidas....:".
            03 rm-res-lidas                         pic zzzzz9.
            03 filler                              pic x(15) value " Romaneadas..:".
            03 rm-res-romaneadas                    pic zzzzz9.
            03 filler                              pic x(16) value " Sem transport.:".
            03 rm-res-sem-transportadora            pic zzzzz9.
            03 filler                              pic x(17) value " Romaneios novos:".
            03 rm-res-romaneios-novos               pic zzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       procedure division.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            if   ws-parametro-ok
                 perform 2000-processamento
            end-if
            perform 3000-finalizacao
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            set ws-parametro-nok                    to true
            move zeros                              to ws-total-lidas
            move zeros                              to ws-total-romaneadas
            move zeros                              to ws-total-sem-transportadora
            move zeros                              to ws-total-romaneios-novos
            move zeros                              to ws-qtd-romaneios
            move "N"                                to ws-fl-fim-notas
            move zeros                              to ws-cd-usuario-operacao

            open input par10075b
            read par10075b
                 at end
                      move "Parametro PAR10075B ausente ou vazio!" to ws-mensagem
                      perform 9000-mensagem-lote
                 not at end
                      set ws-parametro-ok            to true
            end-read
            close par10075b

            if   ws-parametro-ok
                 move pp-data-expedicao              to ws-data-expedicao
                 if   ws-data-expedicao = zeros
                      move function current-date(1:8) to ws-data-expedicao
                 end-if
            end-if

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd07500
            perform 9000-abrir-io-pd09300
            perform 9000-abrir-io-pd09400

            open output rel10075b

            if   ws-parametro-ok
                 move pp-cd-empresa                  to rm-cab-cd-empresa
                 move pp-cd-filial                   to rm-cab-cd-filial
                 move ws-data-expedicao              to rm-cab-data-expedicao
                 write rel10075b-linha               from rel10075b-cabecalho

                 perform 1100-ultimo-romaneio
                 perform 1200-carrega-romaneios-abertos
            end-if

       exit.

      *>=================================================================================
       1100-ultimo-romaneio section.

            move zeros                              to ws-ultimo-romaneio

            initialize                              f09300-chave
            move pp-cd-empresa                      to f09300-cd-empresa
            move pp-cd-filial                       to f09300-cd-filial
            move 9999999                            to f09300-numero-romaneio

            perform 9000-str-pd09300-ngrt
            if   ws-operacao-ok
                 perform 9000-ler-pd09300-pre
            end-if

            if   ws-operacao-ok
            and  f09300-cd-empresa equal pp-cd-empresa
            and  f09300-cd-filial  equal pp-cd-filial
                 move f09300-numero-romaneio         to ws-ultimo-romaneio
            end-if

       exit.

      *>=================================================================================
      *> Romaneios ainda abertos na mesma data de expedicao recebem as notas
      *> novas da sua transportadora, em vez de abrir um segundo romaneio.
       1200-carrega-romaneios-abertos section.

            initialize                              f09300-chave
            move pp-cd-empresa                      to f09300-cd-empresa
            move pp-cd-filial                       to f09300-cd-filial

            perform 9000-str-pd09300-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09300-seq-1

                 if   ws-operacao-ok
                 and  f09300-cd-empresa equal pp-cd-empresa
                 and  f09300-cd-filial  equal pp-cd-filial

                      if   f09300-romaneio-aberto
                      and  f09300-data-expedicao equal ws-data-expedicao
                      and  ws-qtd-romaneios < c-max-romaneios
                           add 1                     to ws-qtd-romaneios
                           move f09300-cd-transportadora
                                                     to ws-tr-cd-transportadora(ws-qtd-romaneios)
                           move f09300-numero-romaneio
                                                     to ws-tr-numero-romaneio(ws-qtd-romaneios)
                           move "N"                  to ws-tr-fl-novo(ws-qtd-romaneios)
                           move zeros                to ws-tr-qtd-incluidas(ws-qtd-romaneios)
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Varre as notas de saida da filial pela chave primaria (mesmo start
      *> de CS10006C) - empresa/filial/tipo 01 em diante ate mudar o tipo.
       2000-processamento section.

            initialize                              f05000-mestre-nota-fiscal
            move pp-cd-empresa                      to f05000-cd-empresa
            move pp-cd-filial                       to f05000-cd-filial
            set f05000-nota-saida                   to true

            set ws-operacao-nok                     to true
            start pd05000
                 key is not less than f05000-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok            to true
            end-start

            if   not ws-operacao-ok
                 exit section
            end-if

            perform until ws-fim-notas

                 perform 9000-ler-pd05000-seq-1

                 if   ws-operacao-ok
                 and  f05000-cd-empresa equal pp-cd-empresa
                 and  f05000-cd-filial  equal pp-cd-filial
                 and  f05000-nota-saida
                      add 1                          to ws-total-lidas
                      perform 2100-avalia-nota
                 else
                      set ws-fim-notas               to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2100-avalia-nota section.

            if   f05000-doc-cancelado
            or   f05000-data-saida     not equal zeros
            or   f05000-data-operacao  greater ws-data-expedicao
                 exit section
            end-if

            initialize                              f09400-chave-doc
            move f05000-chave-doc                   to f09400-chave-doc
            perform 9000-ler-pd09400-ran-2
            if   ws-operacao-ok
                 exit section
            end-if

            if   f05000-cd-transportadora = zeros
                 add 1                               to ws-total-sem-transportadora
                 move f05000-numero-documento        to rm-sem-numero-documento
                 move f05000-serie-documento         to rm-sem-serie-documento
                 write rel10075b-linha               from rel10075b-sem-transportadora
                 exit section
            end-if

            perform 2200-localiza-romaneio
            if   ws-idx-romaneio = zeros
                 exit section
            end-if

            initialize                              f09400-nota-romaneio
            move pp-cd-empresa                      to f09400-cd-empresa
            move pp-cd-filial                       to f09400-cd-filial
            move ws-tr-numero-romaneio(ws-idx-romaneio) to f09400-numero-romaneio
            move f05000-tipo-nota                   to f09400-tipo-nota
            move f05000-numero-documento            to f09400-numero-documento
            move f05000-serie-documento             to f09400-serie-documento
            move f05000-chave-doc                   to f09400-chave-doc
            move f05000-cd-destinatario             to f09400-cd-destinatario

            perform 9000-marca-auditoria-pd09400
            perform 9000-gravar-pd09400

            if   ws-operacao-ok
                 add 1                               to ws-total-romaneadas
                 add 1                               to ws-tr-qtd-incluidas(ws-idx-romaneio)
            else
                 string "Erro de gravacao - f09400-nota-romaneio [" f09400-chave "]"
                      delimited by size into ws-mensagem
                 perform 9000-mensagem-lote
            end-if

       exit.

      *>=================================================================================
      *> Romaneio da transportadora da nota corrente - o aberto na data ou
      *> um novo, numerado em sequencia ao ultimo da filial.
       2200-localiza-romaneio section.

            perform varying ws-idx-romaneio from 1 by 1
                      until ws-idx-romaneio > ws-qtd-romaneios
                 if   ws-tr-cd-transportadora(ws-idx-romaneio) equal f05000-cd-transportadora
                      exit section
                 end-if
            end-perform

            if   ws-qtd-romaneios >= c-max-romaneios
                 move "Tabela de romaneios esgotada - nota nao romaneada!" to ws-mensagem
                 perform 9000-mensagem-lote
                 move zeros                          to ws-idx-romaneio
                 exit section
            end-if

            add 1                                   to ws-ultimo-romaneio

            initialize                              f09300-romaneio
            move pp-cd-empresa                      to f09300-cd-empresa
            move pp-cd-filial                       to f09300-cd-filial
            move ws-ultimo-romaneio                 to f09300-numero-romaneio
            move f05000-cd-transportadora           to f09300-cd-transportadora
            move ws-data-expedicao                  to f09300-data-expedicao
            set f09300-romaneio-aberto              to true

            perform 9000-marca-auditoria-pd09300
            perform 9000-gravar-pd09300

            if   not ws-operacao-ok
                 string "Erro de gravacao - f09300-romaneio [" f09300-chave "]"
                      delimited by size into ws-mensagem
                 perform 9000-mensagem-lote
                 move zeros                          to ws-idx-romaneio
                 exit section
            end-if

            add 1                                   to ws-total-romaneios-novos
            add 1                                   to ws-qtd-romaneios
            move ws-qtd-romaneios                   to ws-idx-romaneio
            move f05000-cd-transportadora           to ws-tr-cd-transportadora(ws-idx-romaneio)
            move ws-ultimo-romaneio                 to ws-tr-numero-romaneio(ws-idx-romaneio)
            move "S"                                to ws-tr-fl-novo(ws-idx-romaneio)
            move zeros                              to ws-tr-qtd-incluidas(ws-idx-romaneio)

       exit.

      *>=================================================================================
       3000-finalizacao section.

            perform varying ws-idx-romaneio from 1 by 1
                      until ws-idx-romaneio > ws-qtd-romaneios
                 if   ws-tr-qtd-incluidas(ws-idx-romaneio) > zeros
                      perform 3100-imprime-romaneio
                 end-if
            end-perform

            move ws-total-lidas                     to rm-res-lidas
            move ws-total-romaneadas                to rm-res-romaneadas
            move ws-total-sem-transportadora        to rm-res-sem-transportadora
            move ws-total-romaneios-novos           to rm-res-romaneios-novos
            write rel10075b-linha                   from rel10075b-resumo

            close rel10075b

            close pd00900
            close pd05000
            close pd07500
            close pd09300
            close pd09400

       exit.

      *>=================================================================================
       3100-imprime-romaneio section.

            move ws-tr-numero-romaneio(ws-idx-romaneio)   to rm-rom-numero-romaneio
            move ws-tr-cd-transportadora(ws-idx-romaneio) to rm-rom-cd-transportadora
            move ws-tr-qtd-incluidas(ws-idx-romaneio)     to rm-rom-qtd-incluidas

            if   ws-tr-fl-novo(ws-idx-romaneio) = "S"
                 move "NOVO"                        to rm-rom-status
            else
                 move "ACRESC"                      to rm-rom-status
            end-if

            initialize                              f07500-transportadora
            move pp-cd-empresa                      to f07500-cd-empresa
            move pp-cd-filial                       to f07500-cd-filial
            move ws-tr-cd-transportadora(ws-idx-romaneio) to f07500-cd-transportadora
            perform 9000-ler-pd07500-ran-1
            if   ws-operacao-ok
                 move f07500-nome-transportadora    to rm-rom-nome-transportadora
            else
                 move "** transportadora nao cadastrada **" to rm-rom-nome-transportadora
            end-if

            write rel10075b-linha                   from rel10075b-romaneio

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR05000.cpy.
       copy CSR07500.cpy.
       copy CSR09300.cpy.
       copy CSR09400.cpy.
