      $set sourceformat"free"
       program-id. CS10076B.
      *>=================================================================================
      *>
      *>                   Impressao do Romaneio de Carga
      *>
      *>    Le empresa/filial/romaneio em PAR10076B e imprime o romaneio para
      *>    o motorista: emitente, transportadora, e cada nota com o
      *>    destinatario e o endereco descido pela hierarquia de geografia
      *>    (mesmo desenho do espelho CS10044B), o valor da nota e a
      *>    quantidade total dos itens na unidade padrao, com os totais do
      *>    romaneio. Romaneio fechado traz ainda as notas de saida da mesma
      *>    transportadora emitidas ate a data de expedicao que continuam sem
      *>    saida - as que ficaram fora da carga - como pendentes de
      *>    expedicao. A saida leva numero de geracao e fica registrada no
      *>    catalogo de spool PD06300.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00150.cpy.
       copy CSS00200.cpy.
       copy CSS00300.cpy.
       copy CSS00400.cpy.
       copy CSS00500.cpy.
      *> CSS00550/CSF00550/CSR00550 acompanham CSR00500.CPY - vide CS10044B.
       copy CSS00550.cpy.
       copy CSS00600.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS06300.cpy.
       copy CSS07500.cpy.
       copy CSS09300.cpy.
       copy CSS09400.cpy.

           select par10076b
               assign to "PAR10076B"
               organization is line sequential
               file status is ws-fs-par10076b.

           select rel10076b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-rel10076b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00150.cpy.
       copy CSF00200.cpy.
       copy CSF00300.cpy.
       copy CSF00400.cpy.
       copy CSF00500.cpy.
       copy CSF00550.cpy.
       copy CSF00600.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF06300.cpy.
       copy CSF07500.cpy.
       copy CSF09300.cpy.
       copy CSF09400.cpy.

       fd   par10076b
            record contains 14 characters.

       01   par10076b-linha.
            03 pp-cd-empresa                       pic 9(03).
            03 pp-cd-filial                        pic 9(04).
            03 pp-numero-romaneio                  pic 9(07).

       fd   rel10076b
            record contains 132 characters.

       01   rel10076b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10076B".
       78   c-descricao-programa                   value "IMPRESSAO ROMANEIO".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-romaneio.
            03 ws-fs-par10076b                      pic x(02).
            03 ws-fs-rel10076b                      pic x(02).
            03 ws-fl-parametro-ok                    pic x(01).
               88 ws-parametro-ok                        value "S".
               88 ws-parametro-nok                       value "N".
            03 ws-fl-fim-notas                       pic x(01).
               88 ws-fim-notas                           value "S".
            03 ws-chave-doc-comparacao              pic x(30).
            03 ws-quantidade-nota                   pic 9(11)v9(06).
            03 ws-total-notas                       pic 9(05).
            03 ws-total-valor                       pic 9(11)v9(02).
            03 ws-total-quantidade                  pic 9(11)v9(06).
            03 ws-total-pendentes                   pic 9(05).

       01   rel10076b-emitente.
            03 filler                              pic x(10) value "Emitente.:".
            03 rr-emi-razao-social                  pic x(55) value spaces.
            03 filler                              pic x(06) value " CNPJ:".
            03 rr-emi-cnpj                          pic 9(14).

       01   rel10076b-endereco.
            03 rr-end-rotulo                        pic x(10).
            03 rr-end-municipio                     pic x(35) value spaces.
            03 filler                              pic x(03) value " - ".
            03 rr-end-bairro                        pic x(30) value spaces.
            03 filler                              pic x(03) value " - ".
            03 rr-end-estado                        pic x(25) value spaces.
            03 filler                              pic x(03) value " - ".
            03 rr-end-pais                          pic x(20) value spaces.

       01   rel10076b-romaneio.
            03 filler                              pic x(10) value "Romaneio.:".
            03 rr-rom-numero-romaneio               pic 9(07).
            03 filler                              pic x(12) value " Expedicao:".
            03 rr-rom-data-expedicao                pic 9(08).
            03 filler                              pic x(10) value " Situacao:".
            03 rr-rom-situacao                      pic x(07).
            03 filler                              pic x(12) value " Fechamento:".
            03 rr-rom-data-fechamento               pic 9(08).
            03 filler                              pic x(01) value space.
            03 rr-rom-horario-fechamento            pic 9(06).

       01   rel10076b-transportadora.
            03 filler                              pic x(10) value "Transp...:".
            03 rr-tra-cd-transportadora             pic 9(09).
            03 filler                              pic x(01) value space.
            03 rr-tra-nome                          pic x(55) value spaces.
            03 filler                              pic x(06) value " CNPJ:".
            03 rr-tra-cnpj                          pic 9(14).

       01   rel10076b-nota.
            03 filler                              pic x(10) value "Nota.....:".
            03 rr-not-numero-documento              pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rr-not-serie-documento               pic x(03).
            03 filler                              pic x(06) value " Dest:".
            03 rr-not-cd-destinatario               pic 9(09).
            03 filler                              pic x(01) value space.
            03 rr-not-nome                          pic x(40) value spaces.
            03 filler                              pic x(07) value " Valor:".
            03 rr-not-valor-total                   pic zzz.zzz.zz9,99.
            03 filler                              pic x(05) value " Qtd:".
            03 rr-not-quantidade                    pic zzzzzzz9,999.

       01   rel10076b-totais.
            03 filler                              pic x(10) value "Totais...:".
            03 filler                              pic x(07) value " Notas:".
            03 rr-tot-notas                         pic zzzz9.
            03 filler                              pic x(07) value " Valor:".
            03 rr-tot-valor                         pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(12) value " Quantidade:".
            03 rr-tot-quantidade                    pic zzzzzzzzz9,999.

       01   rel10076b-pendente.
            03 filler                              pic x(10) value "Pendente.:".
            03 rr-pen-numero-documento              pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rr-pen-serie-documento               pic x(03).
            03 filler                              pic x(06) value " Data:".
            03 rr-pen-data-operacao                 pic 9(08).
            03 filler                              pic x(06) value " Dest:".
            03 rr-pen-cd-destinatario               pic 9(09).
            03 filler                              pic x(07) value " Valor:".
            03 rr-pen-valor-total                   pic zzz.zzz.zz9,99.
            03 filler                              pic x(01) value space.
            03 rr-pen-observacao                    pic x(30) value spaces.

       01   rel10076b-resumo-pendentes.
            03 filler                              pic x(31) value "Notas pendentes de expedicao..:".
            03 rr-rpe-total                         pic zzzz9.

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
            move zeros                              to ws-total-notas
            move zeros                              to ws-total-valor
            move zeros                              to ws-total-quantidade
            move zeros                              to ws-total-pendentes

            open input par10076b
            read par10076b
                 at end
                      move "Parametro PAR10076B ausente ou vazio!" to ws-mensagem
                      perform 9000-mensagem-lote
                 not at end
                      set ws-parametro-ok            to true
            end-read
            close par10076b

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-i-pd00150
            perform 9000-abrir-i-pd00200
            perform 9000-abrir-i-pd00300
            perform 9000-abrir-i-pd00400
            perform 9000-abrir-io-pd00500
            perform 9000-abrir-io-pd00600
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05100
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd07500
            perform 9000-abrir-io-pd09300
            perform 9000-abrir-io-pd09400

            move c-este-programa                     to f06300-nome-programa
            move "REL10076B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output rel10076b

       exit.

      *>=================================================================================
       2000-processamento section.

            initialize                              f09300-chave
            move pp-cd-empresa                      to f09300-cd-empresa
            move pp-cd-filial                       to f09300-cd-filial
            move pp-numero-romaneio                 to f09300-numero-romaneio

            perform 9000-ler-pd09300-ran-1

            if   not ws-operacao-ok
                 move spaces                        to rel10076b-linha
                 string "*** Romaneio nao encontrado - "
                        pp-cd-empresa "/" pp-cd-filial "/" pp-numero-romaneio " ***"
                      delimited by size into rel10076b-linha
                 write rel10076b-linha
                 move "Romaneio nao encontrado para impressao!" to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            perform 2100-imprime-emitente
            perform 2200-imprime-cabecalho
            perform 2300-imprime-notas
            perform 2400-imprime-totais

            if   f09300-romaneio-fechado
                 perform 2500-imprime-pendentes
            end-if

       exit.

      *>=================================================================================
       2100-imprime-emitente section.

            initialize                              f00150-empresa-filial
            move pp-cd-empresa                      to f00150-cd-empresa
            move pp-cd-filial                       to f00150-cd-filial
            perform 9000-ler-pd00150-ran-1

            if   ws-operacao-ok
                 move f00150-razao-social           to rr-emi-razao-social
                 move f00150-cnpj                   to rr-emi-cnpj
                 write rel10076b-linha              from rel10076b-emitente

                 initialize                         f00500-bairro
                 move f00150-id-bairro              to f00500-id-bairro
                 perform 9000-ler-pd00500-ran-2
                 initialize                         f00400-municipio
                 move f00150-id-municipio           to f00400-id-municipio
                 perform 9000-ler-pd00400-ran-2
                 initialize                         f00300-estado
                 move f00150-id-estado              to f00300-id-estado
                 perform 9000-ler-pd00300-ran-2
                 initialize                         f00200-pais
                 move f00150-id-pais                to f00200-id-pais
                 perform 9000-ler-pd00200-ran-2

                 move "Endereco.:"                  to rr-end-rotulo
                 perform 9000-imprime-endereco
            else
                 move "(filial nao cadastrada)"     to rr-emi-razao-social
                 move zeros                         to rr-emi-cnpj
                 write rel10076b-linha              from rel10076b-emitente
            end-if

       exit.

      *>=================================================================================
       2200-imprime-cabecalho section.

            move f09300-numero-romaneio             to rr-rom-numero-romaneio
            move f09300-data-expedicao              to rr-rom-data-expedicao
            if   f09300-romaneio-fechado
                 move "FECHADO"                     to rr-rom-situacao
            else
                 move "ABERTO"                      to rr-rom-situacao
            end-if
            move f09300-data-fechamento             to rr-rom-data-fechamento
            move f09300-horario-fechamento          to rr-rom-horario-fechamento
            write rel10076b-linha                   from rel10076b-romaneio

            initialize                              f07500-transportadora
            move pp-cd-empresa                      to f07500-cd-empresa
            move pp-cd-filial                       to f07500-cd-filial
            move f09300-cd-transportadora           to f07500-cd-transportadora
            perform 9000-ler-pd07500-ran-1

            move f09300-cd-transportadora           to rr-tra-cd-transportadora
            if   ws-operacao-ok
                 move f07500-nome-transportadora    to rr-tra-nome
                 move f07500-cnpj                   to rr-tra-cnpj
            else
                 move "(transportadora nao cadastrada)" to rr-tra-nome
                 move zeros                         to rr-tra-cnpj
            end-if
            write rel10076b-linha                   from rel10076b-transportadora

            move spaces                             to rel10076b-linha
            write rel10076b-linha

       exit.

      *>=================================================================================
       2300-imprime-notas section.

            initialize                              f09400-chave
            move pp-cd-empresa                      to f09400-cd-empresa
            move pp-cd-filial                       to f09400-cd-filial
            move pp-numero-romaneio                 to f09400-numero-romaneio

            perform 9000-str-pd09400-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09400-seq-1

                 if   ws-operacao-ok
                 and  f09400-cd-empresa      equal pp-cd-empresa
                 and  f09400-cd-filial       equal pp-cd-filial
                 and  f09400-numero-romaneio equal pp-numero-romaneio
                      perform 2310-imprime-nota
                      set ws-operacao-ok             to true
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2310-imprime-nota section.

            initialize                              f05000-mestre-nota-fiscal
            move f09400-chave-doc                   to f05000-chave-doc
            perform 9000-str-pd05000-doc
            if   ws-operacao-ok
                 perform 9000-ler-pd05000-seq-1
            end-if

            if   not ws-operacao-ok
            or   f05000-chave-doc not equal f09400-chave-doc
                 move spaces                        to rel10076b-linha
                 string "*** Nota " f09400-numero-documento "/" f09400-serie-documento
                        " nao encontrada ***"
                      delimited by size into rel10076b-linha
                 write rel10076b-linha
                 exit section
            end-if

            perform 9000-soma-quantidade-nota

            add 1                                   to ws-total-notas
            add f05000-valor-total                  to ws-total-valor
            add ws-quantidade-nota                  to ws-total-quantidade

            move f05000-numero-documento            to rr-not-numero-documento
            move f05000-serie-documento             to rr-not-serie-documento
            move f05000-cd-destinatario             to rr-not-cd-destinatario
            move f05000-valor-total                 to rr-not-valor-total
            move ws-quantidade-nota                 to rr-not-quantidade

            initialize                              f00600-destinatario
            move f05000-cd-empresa                  to f00600-cd-empresa
            move f05000-cd-filial                   to f00600-cd-filial
            move f05000-cd-destinatario             to f00600-cd-destinatario
            perform 9000-ler-pd00600-ran-1

            if   not ws-operacao-ok
                 move "(destinatario nao cadastrado)" to rr-not-nome
                 write rel10076b-linha              from rel10076b-nota
                 exit section
            end-if

            move f00600-nome-destinatario           to rr-not-nome
            write rel10076b-linha                   from rel10076b-nota

            initialize                              f00500-bairro
            move f00600-id-bairro                   to f00500-id-bairro
            perform 9000-ler-pd00500-ran-2
            initialize                              f00400-municipio
            move f00600-id-municipio                to f00400-id-municipio
            perform 9000-ler-pd00400-ran-2
            initialize                              f00300-estado
            move f00600-id-estado                   to f00300-id-estado
            perform 9000-ler-pd00300-ran-2
            initialize                              f00200-pais
            move f00600-id-pais                     to f00200-id-pais
            perform 9000-ler-pd00200-ran-2

            move "  Entrega:"                       to rr-end-rotulo
            perform 9000-imprime-endereco

       exit.

      *>=================================================================================
       2400-imprime-totais section.

            move spaces                             to rel10076b-linha
            write rel10076b-linha

            move ws-total-notas                     to rr-tot-notas
            move ws-total-valor                     to rr-tot-valor
            move ws-total-quantidade                to rr-tot-quantidade
            write rel10076b-linha                   from rel10076b-totais

       exit.

      *>=================================================================================
      *> Notas de saida da transportadora do romaneio, emitidas ate a data
      *> de expedicao, nao canceladas e ainda sem saida - ficaram fora da
      *> carga. Varredura pela chave primaria, mesmo start de CS10075B.
       2500-imprime-pendentes section.

            move spaces                             to rel10076b-linha
            write rel10076b-linha
            move "Notas pendentes de expedicao da transportadora:" to rel10076b-linha
            write rel10076b-linha

            initialize                              f05000-mestre-nota-fiscal
            move pp-cd-empresa                      to f05000-cd-empresa
            move pp-cd-filial                       to f05000-cd-filial
            set f05000-nota-saida                   to true

            move "N"                                to ws-fl-fim-notas

            start pd05000
                 key is not less than f05000-chave
                 invalid key
                      set ws-fim-notas              to true
            end-start

            perform until ws-fim-notas

                 perform 9000-ler-pd05000-seq-1

                 if   ws-operacao-ok
                 and  f05000-cd-empresa equal pp-cd-empresa
                 and  f05000-cd-filial  equal pp-cd-filial
                 and  f05000-nota-saida
                      if   f05000-cd-transportadora equal f09300-cd-transportadora
                      and  f05000-data-saida        equal zeros
                      and  f05000-data-operacao     not greater f09300-data-expedicao
                      and  not f05000-doc-cancelado
                           perform 2510-imprime-pendente
                      end-if
                 else
                      set ws-fim-notas               to true
                 end-if

            end-perform

            move ws-total-pendentes                 to rr-rpe-total
            write rel10076b-linha                   from rel10076b-resumo-pendentes

       exit.

      *>=================================================================================
       2510-imprime-pendente section.

            add 1                                   to ws-total-pendentes

            move f05000-numero-documento            to rr-pen-numero-documento
            move f05000-serie-documento             to rr-pen-serie-documento
            move f05000-data-operacao               to rr-pen-data-operacao
            move f05000-cd-destinatario             to rr-pen-cd-destinatario
            move f05000-valor-total                 to rr-pen-valor-total

            initialize                              f09400-chave-doc
            move f05000-chave-doc                   to f09400-chave-doc
            perform 9000-ler-pd09400-ran-2
            if   ws-operacao-ok
                 move spaces                        to rr-pen-observacao
                 string "em romaneio aberto " f09400-numero-romaneio
                      delimited by size into rr-pen-observacao
            else
                 move "fora de romaneio"            to rr-pen-observacao
            end-if

            write rel10076b-linha                   from rel10076b-pendente

      *>   a leitura de PD09400 nao pode encerrar a varredura
            set ws-operacao-ok                      to true

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close rel10076b

            if   ws-parametro-ok
                 string pp-cd-empresa pp-cd-filial pp-numero-romaneio
                      delimited by size into ws-sp-parametros
            else
                 move spaces                        to ws-sp-parametros
            end-if
            move ws-total-notas                      to ws-sp-qtd-registros
            perform 9000-registra-spool

            close pd00900
            close pd00150
            close pd00200
            close pd00300
            close pd00400
            close pd00500
            close pd00600
            close pd05000
            close pd05100
            close pd06300
            close pd07500
            close pd09300
            close pd09400

       exit.

      *>=================================================================================
      *> Quantidade da nota corrente - soma dos itens na unidade padrao.
       9000-soma-quantidade-nota section.

            move zeros                              to ws-quantidade-nota

            initialize                              f05100-chave-doc
            move f05000-cd-empresa                  to f05100-cd-empresa
            move f05000-cd-filial                   to f05100-cd-filial
            move f05000-tipo-nota                   to f05100-tipo-nota
            move f05000-numero-documento            to f05100-numero-documento
            move f05000-serie-documento             to f05100-serie-documento
            move f05000-cd-destinatario             to f05100-cd-destinatario
            move f05100-chave-doc                   to ws-chave-doc-comparacao

            perform 9000-str-pd05100-doc

            perform until not ws-operacao-ok

                 perform 9000-ler-pd05100-seq-1

                 if   ws-operacao-ok
                 and  f05100-chave-doc equal ws-chave-doc-comparacao
                      add f05100-quantidade-padrao   to ws-quantidade-nota
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       9000-imprime-endereco section.

            move f00400-nome-municipio              to rr-end-municipio
            move f00500-nome-bairro                 to rr-end-bairro
            move f00300-nome-estado                 to rr-end-estado
            move f00200-nome-pais                   to rr-end-pais
            write rel10076b-linha                   from rel10076b-endereco

            set ws-operacao-ok                      to true

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00150.cpy.
       copy CSR00200.cpy.
       copy CSR00300.cpy.
       copy CSR00400.cpy.
       copy CSR00500.cpy.
       copy CSR00550.cpy.
       copy CSR00600.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR06300.cpy.
       copy CSR07500.cpy.
       copy CSR09300.cpy.
       copy CSR09400.cpy.
