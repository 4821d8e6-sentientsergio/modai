      $set sourceformat"free"
       program-id. CS10079B.
      *>=================================================================================
      *>
      *>                Realizacao de Metas de Venda por Vendedor
      *>
      *>    Le empresa/filial/data-base em PAR10079B e confronta as metas do
      *>    mes da data-base (PD09700, mantidas por CS10079C) com o
      *>    faturamento de saida de cada vendedor (f05000-valor-total dos
      *>    documentos nao cancelados, f05100-valor-total nos desdobramentos
      *>    por mercadoria), localizado pelo indice de movimento PD07900 - o
      *>    que inclui documentos ja arquivados em HIS05000/HIS05100. Para
      *>    cada meta: percentual atingido e falta ate a meta no mes; a meta
      *>    proporcional aos dias uteis decorridos ate a data-base pelo
      *>    calendario da filial (PD07700) e o percentual contra ela; e o
      *>    faturado no mesmo mes do ano anterior. Vendedor que faturou sem
      *>    meta cadastrada sai ao final com meta zero. A saida leva numero
      *>    de geracao e fica registrada no catalogo de spool PD06300.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==
                                   ==ws-fs-pd05000== by ==ws-fs-his05000==
                                   =="PD05000"== by =="HIS05000"==.
       copy CSS05100.cpy replacing leading ==f05100== by ==h05100==
                                   ==pd05100== by ==his05100==
                                   ==ws-fs-pd05100== by ==ws-fs-his05100==
                                   =="PD05100"== by =="HIS05100"==.
       copy CSS06300.cpy.
       copy CSS07600.cpy.
       copy CSS07700.cpy.
       copy CSS07900.cpy.
       copy CSS09700.cpy.

           select par10079b
               assign to "PAR10079B"
               organization is line sequential
               file status is ws-fs-par10079b.

      *>   Saida com numero de geracao, registrada no catalogo de spool PD06300
      *>   (vide CS10033C) - a posicao das metas em cada data-base fica
      *>   preservada para o acompanhamento da gerencia comercial.
           select rel10079b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-rel10079b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==.
       copy CSF05100.cpy replacing leading ==f05100== by ==h05100==
                                   ==pd05100== by ==his05100==.
       copy CSF06300.cpy.
       copy CSF07600.cpy.
       copy CSF07700.cpy.
       copy CSF07900.cpy.
       copy CSF09700.cpy.

       fd   par10079b
            record contains 15 characters.

      *>   Data-base zerada = hoje; a competencia e o mes da data-base.
       01   par10079b-linha.
            03 pp-cd-empresa                       pic 9(03).
            03 pp-cd-filial                        pic 9(04).
            03 pp-data-base                        pic 9(08).

       fd   rel10079b
            record contains 132 characters.

       01   rel10079b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10079B".
       78   c-descricao-programa                   value "REALIZACAO DE METAS".
       78   c-max-ocor-metas                       value 2000.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-metas.
            03 ws-fs-par10079b                      pic x(02).
            03 ws-fs-rel10079b                      pic x(02).
            03 ws-fs-his05000                       pic x(02).
            03 ws-fs-his05100                       pic x(02).
            03 ws-fl-parametro-ok                    pic x(01).
               88 ws-parametro-ok                        value "S".
               88 ws-parametro-nok                       value "N".
            03 ws-fl-periodo                         pic x(01).
               88 ws-periodo-atual                       value "A".
               88 ws-periodo-ano-anterior                value "P".
            03 ws-fl-documento-carregado             pic x(01).
               88 ws-documento-carregado                 value "S".
            03 ws-fl-origem-documento                pic x(01).
               88 ws-documento-historico                 value "H".
               88 ws-documento-vivo                      value "V".
            03 ws-fl-achou                           pic x(01).
               88 ws-achou                               value "S".
            03 ws-fl-tem-desdobramento               pic x(01).
               88 ws-tem-desdobramento                   value "S".
            03 ws-data-base                          pic 9(08).
            03 ws-competencia                        pic 9(06).
            03 ws-competencia-anterior               pic 9(06).
            03 ws-competencia-leitura                pic 9(06).
            03 ws-chave-doc-comparacao               pic x(30).
            03 ws-idx-meta                           pic 9(04).
            03 ws-idx-vendedor                       pic 9(04).
            03 ws-cd-vendedor-busca                  pic 9(09).
            03 ws-cd-mercadoria-busca                pic 9(09).
            03 ws-valor-lancamento                   pic 9(11)v9(02).
            03 ws-total-documentos                   pic 9(07).
            03 ws-descartados                        pic 9(07).

      *> Dias uteis do mes da data-base - o mes inteiro e o decorrido ate a
      *> data-base inclusive (9000-verifica-dia-util, CSR07700).
       01   ws-dias-uteis.
            03 ws-data-primeiro-dia                  pic 9(08).
            03 ws-data-ultimo-dia                    pic 9(08).
            03 ws-dias-ultimo-dia                    pic 9(09).
            03 ws-uteis-mes                          pic 9(03).
            03 ws-uteis-decorridos                   pic 9(03).

       01   ws-calculo-meta.
            03 ws-meta-proporcional                  pic 9(11)v9(02).
            03 ws-falta-meta                         pic s9(11)v9(02).
            03 ws-perc-atingido                      pic s9(05)v9(02).
            03 ws-perc-proporcional                  pic s9(05)v9(02).
            03 ws-perc-variacao                      pic s9(05)v9(02).

       01   ws-totais-gerais.
            03 ws-ger-valor-meta                     pic 9(13)v9(02).
            03 ws-ger-realizado                      pic 9(13)v9(02).
            03 ws-ger-realizado-anterior             pic 9(13)v9(02).

      *> Uma linha por meta da competencia, na ordem de PD09700 (vendedor,
      *> mercadoria - a meta geral, mercadoria zero, primeiro); vendedor que
      *> faturou sem meta ganha uma linha geral de meta zero no fim.
       01   ws-tab-metas.
            03 ws-tm-total-ocor                      pic 9(04) value zeros.
            03 ws-tm-ocor                            occurs 2000.
               05 ws-tm-cd-vendedor                  pic 9(09).
               05 ws-tm-cd-mercadoria                pic 9(09).
               05 ws-tm-valor-meta                   pic 9(11)v9(02).
               05 ws-tm-realizado                    pic 9(11)v9(02).
               05 ws-tm-realizado-anterior           pic 9(11)v9(02).

       01   rel10079b-cabecalho.
            03 filler                              pic x(33) value "Realizacao de metas - competencia".
            03 filler                              pic x(01) value space.
            03 rm-cab-competencia                   pic 9(06).
            03 filler                              pic x(10) value " Empresa:".
            03 rm-cab-cd-empresa                    pic 9(03).
            03 filler                              pic x(09) value " Filial:".
            03 rm-cab-cd-filial                     pic 9(04).
            03 filler                              pic x(12) value " Data-base:".
            03 rm-cab-data-base                     pic 9(08).
            03 filler                              pic x(14) value " Dias uteis:".
            03 rm-cab-uteis-decorridos              pic zz9.
            03 filler                              pic x(01) value "/".
            03 rm-cab-uteis-mes                     pic zz9.

       01   rel10079b-meta.
            03 filler                              pic x(06) value "Vend.:".
            03 rm-met-cd-vendedor                   pic 9(09).
            03 filler                              pic x(01) value space.
            03 rm-met-nome                          pic x(19) value spaces.
            03 filler                              pic x(07) value " Merc.:".
            03 rm-met-cd-mercadoria                 pic 9(09).
            03 filler                              pic x(06) value " Meta:".
            03 rm-met-valor-meta                    pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(06) value " Real:".
            03 rm-met-realizado                     pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(01) value space.
            03 rm-met-perc-atingido                 pic -zzz9,99.
            03 filler                              pic x(01) value "%".
            03 filler                              pic x(07) value " Falta:".
            03 rm-met-falta                         pic -zz.zzz.zzz.zz9,99.

       01   rel10079b-proporcional.
            03 filler                              pic x(20) value spaces.
            03 filler                              pic x(24) value "Meta proporcional......:".
            03 rm-pro-meta-proporcional             pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(01) value space.
            03 rm-pro-perc-proporcional             pic -zzz9,99.
            03 filler                              pic x(01) value "%".
            03 filler                              pic x(14) value " Mes ano ant.:".
            03 rm-pro-realizado-anterior            pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(07) value " Var.:".
            03 rm-pro-perc-variacao                 pic -zzz9,99.
            03 filler                              pic x(01) value "%".

       01   rel10079b-resumo.
            03 filler                              pic x(16) value "Total filial...:".
            03 filler                              pic x(06) value " Meta:".
            03 rm-res-valor-meta                    pic zz.zzz.zzz.zzz.zz9,99.
            03 filler                              pic x(06) value " Real:".
            03 rm-res-realizado                     pic zz.zzz.zzz.zzz.zz9,99.
            03 filler                              pic x(01) value space.
            03 rm-res-perc-atingido                 pic -zzz9,99.
            03 filler                              pic x(01) value "%".
            03 filler                              pic x(10) value " Ano ant.:".
            03 rm-res-realizado-anterior            pic zz.zzz.zzz.zzz.zz9,99.
            03 filler                              pic x(07) value " Docs.:".
            03 rm-res-documentos                    pic zzzzzz9.

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
            initialize                              ws-totais-gerais
            move zeros                              to ws-total-documentos
            move zeros                              to ws-descartados

            open input par10079b
            read par10079b
                 at end
                      move "Parametro PAR10079B ausente ou vazio!" to ws-mensagem
                      perform 9000-mensagem-lote
                 not at end
                      set ws-parametro-ok            to true
            end-read
            close par10079b

            if   ws-parametro-ok
                 if   pp-data-base = zeros
                      move function current-date(1:8) to ws-data-base
                 else
                      move pp-data-base              to ws-data-base
                 end-if
                 move ws-data-base(1:6)             to ws-competencia
                 compute ws-competencia-anterior = ws-competencia - 100
            end-if

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05100

            open input his05000
            open input his05100

            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd07600
            perform 9000-abrir-io-pd07700
            perform 9000-abrir-io-pd07900
            perform 9000-abrir-io-pd09700

            move c-este-programa                     to f06300-nome-programa
            move "REL10079B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output rel10079b

       exit.

      *>=================================================================================
       2000-processamento section.

            perform 2100-carrega-metas
            perform 2200-conta-dias-uteis

            set ws-periodo-atual                    to true
            move ws-competencia                     to ws-competencia-leitura
            perform 2300-apura-competencia

            set ws-periodo-ano-anterior             to true
            move ws-competencia-anterior            to ws-competencia-leitura
            perform 2300-apura-competencia

            perform 2800-imprime-metas

       exit.

      *>=================================================================================
      *> Metas da empresa/filial na competencia da data-base.
       2100-carrega-metas section.

            initialize                              f09700-chave
            move pp-cd-empresa                      to f09700-cd-empresa
            move pp-cd-filial                       to f09700-cd-filial

            perform 9000-str-pd09700-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09700-seq-1

                 if   ws-operacao-ok
                 and  f09700-cd-empresa equal pp-cd-empresa
                 and  f09700-cd-filial  equal pp-cd-filial

                      if   f09700-ano-mes equal ws-competencia
                           if   ws-tm-total-ocor not less c-max-ocor-metas
                                add 1                to ws-descartados
                           else
                                add 1                to ws-tm-total-ocor
                                move ws-tm-total-ocor to ws-idx-meta
                                initialize           ws-tm-ocor(ws-idx-meta)
                                move f09700-cd-vendedor
                                                     to ws-tm-cd-vendedor(ws-idx-meta)
                                move f09700-cd-mercadoria
                                                     to ws-tm-cd-mercadoria(ws-idx-meta)
                                move f09700-valor-meta
                                                     to ws-tm-valor-meta(ws-idx-meta)
                           end-if
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Dias uteis do mes inteiro e do primeiro dia ate a data-base - o
      *> ultimo dia do mes e o dia anterior ao primeiro do mes seguinte.
       2200-conta-dias-uteis section.

            move zeros                              to ws-uteis-mes
            move zeros                              to ws-uteis-decorridos

            move ws-competencia                     to ws-data-primeiro-dia(1:6)
            move "01"                               to ws-data-primeiro-dia(7:2)

            if   ws-competencia(5:2) = "12"
                 compute ws-data-ultimo-dia = (ws-competencia + 89) * 100 + 1
            else
                 compute ws-data-ultimo-dia = (ws-competencia + 1) * 100 + 1
            end-if
            compute ws-dias-ultimo-dia =
                    function integer-of-date(ws-data-ultimo-dia) - 1
            move function date-of-integer(ws-dias-ultimo-dia)
                                                    to ws-data-ultimo-dia

            move pp-cd-empresa                      to ws-cal-cd-empresa
            move pp-cd-filial                       to ws-cal-cd-filial
            move ws-data-primeiro-dia               to ws-cal-data

            perform until ws-cal-data > ws-data-ultimo-dia

                 perform 9000-verifica-dia-util

                 if   ws-cal-dia-util
                      add 1                         to ws-uteis-mes
                      if   ws-cal-data not greater ws-data-base
                           add 1                    to ws-uteis-decorridos
                      end-if
                 end-if

                 compute ws-cal-dias =
                         function integer-of-date(ws-cal-data) + 1
                 move function date-of-integer(ws-cal-dias)
                                                    to ws-cal-data

            end-perform

       exit.

      *>=================================================================================
      *> Dirigido pelo indice de movimento (PD07900) - vide a nota em
      *> CS10035B/2000-processamento. No mes corrente so conta o que foi
      *> emitido ate a data-base; no ano anterior, o mes inteiro.
       2300-apura-competencia section.

            initialize                              f07900-chave
            move pp-cd-empresa                      to f07900-cd-empresa
            move pp-cd-filial                       to f07900-cd-filial
            move ws-competencia-leitura             to f07900-ano-mes
            perform 9000-str-pd07900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd07900-seq-1

                 if   ws-operacao-ok
                 and  f07900-cd-empresa equal pp-cd-empresa
                 and  f07900-cd-filial  equal pp-cd-filial
                 and  f07900-ano-mes    equal ws-competencia-leitura

                      perform 2320-carrega-documento-indice

                      if   ws-documento-carregado
                      and  f05000-nota-saida
                      and  not f05000-doc-cancelado
                           if   ws-periodo-ano-anterior
                           or   f05000-data-operacao not greater ws-data-base
                                perform 2400-lanca-documento
                           end-if
                      end-if

                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Rele o documento apontado pela linha de indice corrente - mesmo
      *> desenho de CS10035B/2020-carrega-documento-indice.
       2320-carrega-documento-indice section.

            move "N"                                to ws-fl-documento-carregado

            if   f07900-indice-no-historico

                 if   ws-fs-his05000 <> "00"
                      exit section
                 end-if

                 set ws-documento-historico         to true
                 initialize                         h05000-mestre-nota-fiscal
                 move f07900-chave-doc              to h05000-chave-doc
                 move f07900-cd-destinatario        to h05000-cd-destinatario
                 move zeros                         to h05000-sequencia
                 read his05000
                      key is h05000-chave
                      invalid key
                           continue
                      not invalid key
                           move h05000-mestre-nota-fiscal
                                                    to f05000-mestre-nota-fiscal
                           set ws-documento-carregado to true
                 end-read

            else

                 set ws-documento-vivo              to true
                 initialize                         f05000-mestre-nota-fiscal
                 move f07900-chave-doc              to f05000-chave-doc
                 move f07900-cd-destinatario        to f05000-cd-destinatario
                 move zeros                         to f05000-sequencia
                 perform 9000-ler-pd05000-ran-1
                 if   ws-operacao-ok
                      set ws-documento-carregado    to true
                 end-if

            end-if

       exit.

      *>=================================================================================
      *> Total do documento na linha geral do vendedor; itens nas linhas de
      *> desdobramento, quando o vendedor as tem. Venda sem vendedor (balcao)
      *> nao tem meta e fica de fora.
       2400-lanca-documento section.

            if   f05000-cd-vendedor = zeros
                 exit section
            end-if

            add 1                                   to ws-total-documentos

            move f05000-cd-vendedor                 to ws-cd-vendedor-busca
            move zeros                              to ws-cd-mercadoria-busca
            move f05000-valor-total                 to ws-valor-lancamento
            perform 9000-lanca-valor-meta

            move "N"                                to ws-fl-tem-desdobramento
            perform varying ws-idx-meta from 1 by 1
                    until ws-idx-meta > ws-tm-total-ocor
                 if   ws-tm-cd-vendedor(ws-idx-meta) equal f05000-cd-vendedor
                 and  ws-tm-cd-mercadoria(ws-idx-meta) <> zeros
                      set ws-tem-desdobramento      to true
                      exit perform
                 end-if
            end-perform

            if   ws-tem-desdobramento
                 if   ws-documento-historico
                      perform 2420-lanca-itens-historico
                 else
                      perform 2410-lanca-itens-vivos
                 end-if
            end-if

       exit.

      *>=================================================================================
       2410-lanca-itens-vivos section.

            initialize                             f05100-chave-doc
            move f05000-cd-empresa                 to f05100-cd-empresa
            move f05000-cd-filial                  to f05100-cd-filial
            move f05000-tipo-nota                  to f05100-tipo-nota
            move f05000-numero-documento           to f05100-numero-documento
            move f05000-serie-documento            to f05100-serie-documento
            move f05000-cd-destinatario            to f05100-cd-destinatario
            move f05100-chave-doc                  to ws-chave-doc-comparacao

            perform 9000-str-pd05100-doc

            perform until not ws-operacao-ok

                 perform 9000-ler-pd05100-seq-1

                 if   ws-operacao-ok
                 and  f05100-chave-doc equal ws-chave-doc-comparacao

                      perform 2430-lanca-item

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            set ws-operacao-ok                     to true

       exit.

      *>=================================================================================
       2420-lanca-itens-historico section.

            if   ws-fs-his05100 <> "00"
                 exit section
            end-if

            initialize                             h05100-chave-doc
            move f05000-cd-empresa                 to h05100-cd-empresa
            move f05000-cd-filial                  to h05100-cd-filial
            move f05000-tipo-nota                  to h05100-tipo-nota
            move f05000-numero-documento           to h05100-numero-documento
            move f05000-serie-documento            to h05100-serie-documento
            move f05000-cd-destinatario            to h05100-cd-destinatario
            move h05100-chave-doc                  to ws-chave-doc-comparacao

            set ws-operacao-nok                    to true
            start his05100
                 key is equal h05100-chave-doc
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok            to true
            end-start

            perform until not ws-operacao-ok

                 read his05100 next record
                      at end
                           set ws-operacao-nok      to true
                      not at end
                           set ws-operacao-ok       to true
                 end-read

                 if   ws-operacao-ok
                 and  h05100-chave-doc equal ws-chave-doc-comparacao

                      move h05100-item-nota-fiscal  to f05100-item-nota-fiscal
                      perform 2430-lanca-item

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            set ws-operacao-ok                     to true

       exit.

      *>=================================================================================
      *> Item so conta se houver meta para a mercadoria - desdobramento nao
      *> cadastrado nao cria linha.
       2430-lanca-item section.

            move f05000-cd-vendedor                 to ws-cd-vendedor-busca
            move f05100-cd-mercadoria               to ws-cd-mercadoria-busca

            perform varying ws-idx-meta from 1 by 1
                    until ws-idx-meta > ws-tm-total-ocor
                 if   ws-tm-cd-vendedor(ws-idx-meta) equal ws-cd-vendedor-busca
                 and  ws-tm-cd-mercadoria(ws-idx-meta) equal ws-cd-mercadoria-busca
                      if   ws-periodo-atual
                           add f05100-valor-total   to ws-tm-realizado(ws-idx-meta)
                      else
                           add f05100-valor-total   to ws-tm-realizado-anterior(ws-idx-meta)
                      end-if
                      exit perform
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Lanca ws-valor-lancamento na linha ws-cd-vendedor-busca/
      *> ws-cd-mercadoria-busca (mes corrente ou ano anterior, por
      *> ws-fl-periodo); linha geral inexistente e criada com meta zero.
       9000-lanca-valor-meta section.

            move "N"                                to ws-fl-achou

            perform varying ws-idx-meta from 1 by 1
                    until ws-idx-meta > ws-tm-total-ocor
                 if   ws-tm-cd-vendedor(ws-idx-meta) equal ws-cd-vendedor-busca
                 and  ws-tm-cd-mercadoria(ws-idx-meta) equal ws-cd-mercadoria-busca
                      set ws-achou                  to true
                      exit perform
                 end-if
            end-perform

            if   not ws-achou
                 if   ws-tm-total-ocor not less c-max-ocor-metas
                      add 1                         to ws-descartados
                      exit section
                 end-if
                 add 1                              to ws-tm-total-ocor
                 move ws-tm-total-ocor              to ws-idx-meta
                 initialize                         ws-tm-ocor(ws-idx-meta)
                 move ws-cd-vendedor-busca          to ws-tm-cd-vendedor(ws-idx-meta)
                 move ws-cd-mercadoria-busca        to ws-tm-cd-mercadoria(ws-idx-meta)
            end-if

            if   ws-periodo-atual
                 add ws-valor-lancamento            to ws-tm-realizado(ws-idx-meta)
            else
                 add ws-valor-lancamento            to ws-tm-realizado-anterior(ws-idx-meta)
            end-if

       exit.

      *>=================================================================================
       2800-imprime-metas section.

            move ws-competencia                     to rm-cab-competencia
            move pp-cd-empresa                      to rm-cab-cd-empresa
            move pp-cd-filial                       to rm-cab-cd-filial
            move ws-data-base                       to rm-cab-data-base
            move ws-uteis-decorridos                to rm-cab-uteis-decorridos
            move ws-uteis-mes                       to rm-cab-uteis-mes
            write rel10079b-linha                   from rel10079b-cabecalho

            perform varying ws-idx-vendedor from 1 by 1
                    until ws-idx-vendedor > ws-tm-total-ocor
                 perform 2810-imprime-meta
            end-perform

            if   ws-descartados > zeros
                 move spaces                        to rel10079b-linha
                 string "*** ALERTA: " ws-descartados
                        " meta(s)/vendedor(es) fora da tabela - tabela esgotada ***"
                      delimited by size into rel10079b-linha
                 write rel10079b-linha

                 move zeros                         to ws-cd-usuario-operacao
                 string "Metas INCOMPLETAS - " ws-descartados
                        " ocorrencia(s) descartada(s)" into ws-mensagem
                 perform 9000-mensagem-lote
            end-if

            move ws-ger-valor-meta                  to rm-res-valor-meta
            move ws-ger-realizado                   to rm-res-realizado
            move zeros                              to ws-perc-atingido
            if   ws-ger-valor-meta > zeros
                 compute ws-perc-atingido rounded =
                         ws-ger-realizado * 100 / ws-ger-valor-meta
                      on size error
                           move 9999,99             to ws-perc-atingido
                 end-compute
            end-if
            move ws-perc-atingido                   to rm-res-perc-atingido
            move ws-ger-realizado-anterior          to rm-res-realizado-anterior
            move ws-total-documentos                to rm-res-documentos
            write rel10079b-linha                   from rel10079b-resumo

       exit.

      *>=================================================================================
      *> Duas linhas por meta: meta/realizado/percentual/falta no mes; meta
      *> proporcional aos dias uteis decorridos e comparacao com o mesmo mes
      *> do ano anterior. So as linhas gerais entram no total da filial.
       2810-imprime-meta section.

            move ws-tm-cd-vendedor(ws-idx-vendedor) to rm-met-cd-vendedor
            move ws-tm-cd-mercadoria(ws-idx-vendedor) to rm-met-cd-mercadoria
            move ws-tm-valor-meta(ws-idx-vendedor)  to rm-met-valor-meta
            move ws-tm-realizado(ws-idx-vendedor)   to rm-met-realizado

            initialize                              f07600-chave
            move pp-cd-empresa                      to f07600-cd-empresa
            move pp-cd-filial                       to f07600-cd-filial
            move ws-tm-cd-vendedor(ws-idx-vendedor) to f07600-cd-vendedor
            perform 9000-ler-pd07600-ran-1
            if   ws-operacao-ok
                 move f07600-nome-vendedor          to rm-met-nome
            else
                 move "(nao cadastrado)"            to rm-met-nome
            end-if
            set ws-operacao-ok                      to true

            compute ws-falta-meta = ws-tm-valor-meta(ws-idx-vendedor)
                                  - ws-tm-realizado(ws-idx-vendedor)
            if   ws-falta-meta < zeros
                 move zeros                         to ws-falta-meta
            end-if
            move ws-falta-meta                      to rm-met-falta

            move zeros                              to ws-perc-atingido
            if   ws-tm-valor-meta(ws-idx-vendedor) > zeros
                 compute ws-perc-atingido rounded =
                         ws-tm-realizado(ws-idx-vendedor) * 100
                         / ws-tm-valor-meta(ws-idx-vendedor)
                      on size error
                           move 9999,99             to ws-perc-atingido
                 end-compute
            end-if
            move ws-perc-atingido                   to rm-met-perc-atingido

            write rel10079b-linha                   from rel10079b-meta

            move zeros                              to ws-meta-proporcional
            if   ws-uteis-mes > zeros
                 compute ws-meta-proporcional rounded =
                         ws-tm-valor-meta(ws-idx-vendedor)
                         * ws-uteis-decorridos / ws-uteis-mes
            end-if
            move ws-meta-proporcional               to rm-pro-meta-proporcional

            move zeros                              to ws-perc-proporcional
            if   ws-meta-proporcional > zeros
                 compute ws-perc-proporcional rounded =
                         ws-tm-realizado(ws-idx-vendedor) * 100
                         / ws-meta-proporcional
                      on size error
                           move 9999,99             to ws-perc-proporcional
                 end-compute
            end-if
            move ws-perc-proporcional               to rm-pro-perc-proporcional

            move ws-tm-realizado-anterior(ws-idx-vendedor)
                                                    to rm-pro-realizado-anterior
            move zeros                              to ws-perc-variacao
            if   ws-tm-realizado-anterior(ws-idx-vendedor) > zeros
                 compute ws-perc-variacao rounded =
                         (ws-tm-realizado(ws-idx-vendedor)
                          - ws-tm-realizado-anterior(ws-idx-vendedor)) * 100
                         / ws-tm-realizado-anterior(ws-idx-vendedor)
                      on size error
                           move 9999,99             to ws-perc-variacao
                 end-compute
            end-if
            move ws-perc-variacao                   to rm-pro-perc-variacao

            write rel10079b-linha                   from rel10079b-proporcional

            if   ws-tm-cd-mercadoria(ws-idx-vendedor) = zeros
                 add ws-tm-valor-meta(ws-idx-vendedor) to ws-ger-valor-meta
                 add ws-tm-realizado(ws-idx-vendedor)  to ws-ger-realizado
                 add ws-tm-realizado-anterior(ws-idx-vendedor)
                                                    to ws-ger-realizado-anterior
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close rel10079b

            if   ws-parametro-ok
                 string pp-cd-empresa pp-cd-filial ws-data-base
                      delimited by size into ws-sp-parametros
            else
                 move spaces                        to ws-sp-parametros
            end-if
            move ws-tm-total-ocor                    to ws-sp-qtd-registros
            perform 9000-registra-spool

            close pd00900
            close pd05000
            close pd05100
            close his05000
            close his05100
            close pd06300
            close pd07600
            close pd07700
            close pd07900
            close pd09700

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR06300.cpy.
       copy CSR07600.cpy.
       copy CSR07700.cpy.
       copy CSR07900.cpy.
       copy CSR09700.cpy.
