      $set sourceformat"free"
       program-id. CS10077B.
      *>=================================================================================
      *>
      *>                  Auditoria Mensal de Frete por Transportadora
      *>
      *>    Le empresa/filial/competencia (aaaamm) em PAR10077B e confere os
      *>    conhecimentos de transporte emitidos no mes (PD09500/PD09600)
      *>    contra as notas que eles citam: por conhecimento e por
      *>    transportadora, o frete cobrado contra o frete destacado nas
      *>    notas (f05000-valor-frete) e contra o valor embarcado
      *>    (f05000-valor-total), com a diferenca e o percentual do frete
      *>    sobre o embarcado. Cada nota citada que nao e da filial, que e de
      *>    outra transportadora ou que aparece tambem em outro conhecimento
      *>    (chave alternativa de PD09600) sai marcada. A saida leva numero
      *>    de geracao e fica registrada no catalogo de spool PD06300.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS05000.cpy.
       copy CSS06300.cpy.
       copy CSS07500.cpy.
       copy CSS09500.cpy.
       copy CSS09600.cpy.

           select par10077b
               assign to "PAR10077B"
               organization is line sequential
               file status is ws-fs-par10077b.

      *>   Saida com numero de geracao, registrada no catalogo de spool PD06300
      *>   (vide CS10033C) - a auditoria do mes e evidencia da contestacao do
      *>   frete junto a transportadora.
           select rel10077b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-rel10077b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF05000.cpy.
       copy CSF06300.cpy.
       copy CSF07500.cpy.
       copy CSF09500.cpy.
       copy CSF09600.cpy.

       fd   par10077b
            record contains 13 characters.

      *>   Competencia zerada = mes corrente.
       01   par10077b-linha.
            03 pp-cd-empresa                       pic 9(03).
            03 pp-cd-filial                        pic 9(04).
            03 pp-competencia                      pic 9(06).

       fd   rel10077b
            record contains 132 characters.

       01   rel10077b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10077B".
       78   c-descricao-programa                   value "AUDITORIA DE FRETE".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-frete.
            03 ws-fs-par10077b                      pic x(02).
            03 ws-fs-rel10077b                      pic x(02).
            03 ws-fl-parametro-ok                    pic x(01).
               88 ws-parametro-ok                        value "S".
               88 ws-parametro-nok                       value "N".
            03 ws-fl-fim-conhecimentos               pic x(01).
               88 ws-fim-conhecimentos                   value "S".
            03 ws-competencia                        pic 9(06).
            03 ws-transportadora-atual               pic 9(09).
            03 ws-qtd-notas-tabela                   pic 9(03).
            03 ws-idx-nota                           pic 9(03).
            03 ws-chave-doc-nota                     pic x(21).
            03 ws-fl-cobrada-outro                   pic x(01).
               88 ws-cobrada-outro                       value "S".
            03 ws-fl-nota-localizada                 pic x(01).
               88 ws-nota-localizada                     value "S".
            03 ws-percentual                         pic 9(05)v9(02).
            03 ws-diferenca                          pic s9(11)v9(02).

      *> Notas do conhecimento corrente - carregadas antes da conferencia,
      *> porque a procura pela chave alternativa de PD09600 perde a posicao
      *> da leitura sequencial das linhas do conhecimento.
       01   ws-tabela-notas.
            03 ws-tab-nota                           occurs 300.
               05 ws-tab-chave-doc                   pic x(21).

       01   ws-totais-conhecimento.
            03 ws-cnh-valor-frete-notas              pic 9(11)v9(02).
            03 ws-cnh-valor-embarcado                pic 9(11)v9(02).
            03 ws-cnh-qtd-notas                      pic 9(05).
            03 ws-cnh-qtd-marcadas                   pic 9(05).

       01   ws-totais-transportadora.
            03 ws-tra-qtd-conhecimentos              pic 9(05).
            03 ws-tra-valor-cobrado                  pic 9(11)v9(02).
            03 ws-tra-valor-frete-notas              pic 9(11)v9(02).
            03 ws-tra-valor-embarcado                pic 9(11)v9(02).
            03 ws-tra-qtd-marcadas                   pic 9(05).

       01   ws-totais-gerais.
            03 ws-ger-qtd-conhecimentos              pic 9(05).
            03 ws-ger-valor-cobrado                  pic 9(11)v9(02).
            03 ws-ger-valor-frete-notas              pic 9(11)v9(02).
            03 ws-ger-valor-embarcado                pic 9(11)v9(02).
            03 ws-ger-qtd-marcadas                   pic 9(05).

       01   rel10077b-cabecalho.
            03 filler                              pic x(32) value "Auditoria de frete - competencia".
            03 filler                              pic x(01) value space.
            03 rr-cab-competencia                   pic 9(06).
            03 filler                              pic x(10) value " Empresa:".
            03 rr-cab-cd-empresa                    pic 9(03).
            03 filler                              pic x(09) value " Filial:".
            03 rr-cab-cd-filial                     pic 9(04).

       01   rel10077b-transportadora.
            03 filler                              pic x(10) value "Transp...:".
            03 rr-tra-cd-transportadora             pic 9(09).
            03 filler                              pic x(01) value space.
            03 rr-tra-nome                          pic x(55) value spaces.

       01   rel10077b-conhecimento.
            03 filler                              pic x(08) value "  CT-e:".
            03 rr-cnh-numero-conhecimento           pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rr-cnh-serie-conhecimento            pic x(03).
            03 filler                              pic x(06) value " Emis:".
            03 rr-cnh-data-emissao                  pic 9(08).
            03 filler                              pic x(09) value " Cobrado:".
            03 rr-cnh-valor-cobrado                 pic zzz.zzz.zz9,99.
            03 filler                              pic x(08) value " Notas:".
            03 rr-cnh-valor-frete-notas             pic zzz.zzz.zz9,99.
            03 filler                              pic x(06) value " Dif:".
            03 rr-cnh-diferenca                     pic -zzz.zzz.zz9,99.
            03 filler                              pic x(07) value " Emb.:".
            03 rr-cnh-valor-embarcado               pic zzz.zzz.zz9,99.
            03 filler                              pic x(02) value " %".
            03 rr-cnh-percentual                    pic zzzz9,99.

       01   rel10077b-nota.
            03 filler                              pic x(14) value "      Nota..:".
            03 rr-not-tipo-nota                     pic 9(02).
            03 filler                              pic x(01) value "/".
            03 rr-not-numero-documento              pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rr-not-serie-documento               pic x(03).
            03 filler                              pic x(07) value " Frete:".
            03 rr-not-valor-frete                   pic zzz.zzz.zz9,99.
            03 filler                              pic x(06) value " Emb.:".
            03 rr-not-valor-total                   pic zzz.zzz.zz9,99.
            03 filler                              pic x(01) value space.
            03 rr-not-observacao                    pic x(50) value spaces.

       01   rel10077b-total-transportadora.
            03 filler                              pic x(10) value "  Total..:".
            03 filler                              pic x(06) value " CT-e:".
            03 rr-ttr-qtd-conhecimentos             pic zzzz9.
            03 filler                              pic x(09) value " Cobrado:".
            03 rr-ttr-valor-cobrado                 pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(08) value " Notas:".
            03 rr-ttr-valor-frete-notas             pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(06) value " Dif:".
            03 rr-ttr-diferenca                     pic -zz.zzz.zzz.zz9,99.
            03 filler                              pic x(02) value " %".
            03 rr-ttr-percentual                    pic zzzz9,99.
            03 filler                              pic x(11) value " Marcadas:".
            03 rr-ttr-qtd-marcadas                  pic zzzz9.

       01   rel10077b-resumo.
            03 filler                              pic x(16) value "Conhecimentos..:".
            03 rr-res-qtd-conhecimentos             pic zzzz9.
            03 filler                              pic x(09) value " Cobrado:".
            03 rr-res-valor-cobrado                 pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(08) value " Notas:".
            03 rr-res-valor-frete-notas             pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(06) value " Emb.:".
            03 rr-res-valor-embarcado               pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(11) value " Marcadas:".
            03 rr-res-qtd-marcadas                  pic zzzz9.

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
            initialize                              ws-totais-transportadora
            initialize                              ws-totais-gerais
            move zeros                              to ws-transportadora-atual

            open input par10077b
            read par10077b
                 at end
                      move "Parametro PAR10077B ausente ou vazio!" to ws-mensagem
                      perform 9000-mensagem-lote
                 not at end
                      set ws-parametro-ok            to true
            end-read
            close par10077b

            if   ws-parametro-ok
                 if   pp-competencia = zeros
                      move function current-date(1:6) to ws-competencia
                 else
                      move pp-competencia            to ws-competencia
                 end-if
            end-if

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd07500
            perform 9000-abrir-io-pd09500
            perform 9000-abrir-io-pd09600

            move c-este-programa                     to f06300-nome-programa
            move "REL10077B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output rel10077b

       exit.

      *>=================================================================================
      *> Varre os conhecimentos da empresa/filial (chave em ordem de
      *> transportadora) e confere os emitidos na competencia, com quebra
      *> por transportadora.
       2000-processamento section.

            move ws-competencia                     to rr-cab-competencia
            move pp-cd-empresa                      to rr-cab-cd-empresa
            move pp-cd-filial                       to rr-cab-cd-filial
            write rel10077b-linha                   from rel10077b-cabecalho

            initialize                              f09500-chave
            move pp-cd-empresa                      to f09500-cd-empresa
            move pp-cd-filial                       to f09500-cd-filial

            move "N"                                to ws-fl-fim-conhecimentos
            perform 9000-str-pd09500-ge
            if   not ws-operacao-ok
                 set ws-fim-conhecimentos           to true
            end-if

            perform until ws-fim-conhecimentos

                 perform 9000-ler-pd09500-seq-1

                 if   ws-operacao-ok
                 and  f09500-cd-empresa equal pp-cd-empresa
                 and  f09500-cd-filial  equal pp-cd-filial

                      if   f09500-data-emissao(1:6) equal ws-competencia
                           perform 2100-confere-conhecimento
                      end-if

                 else
                      set ws-fim-conhecimentos       to true
                 end-if

            end-perform

            if   ws-transportadora-atual <> zeros
                 perform 2300-total-transportadora
            end-if

            move ws-ger-qtd-conhecimentos           to rr-res-qtd-conhecimentos
            move ws-ger-valor-cobrado               to rr-res-valor-cobrado
            move ws-ger-valor-frete-notas           to rr-res-valor-frete-notas
            move ws-ger-valor-embarcado             to rr-res-valor-embarcado
            move ws-ger-qtd-marcadas                to rr-res-qtd-marcadas
            write rel10077b-linha                   from rel10077b-resumo

       exit.

      *>=================================================================================
       2100-confere-conhecimento section.

            if   f09500-cd-transportadora not equal ws-transportadora-atual
                 if   ws-transportadora-atual <> zeros
                      perform 2300-total-transportadora
                 end-if
                 perform 2200-cabecalho-transportadora
            end-if

            perform 2110-carrega-notas

            initialize                              ws-totais-conhecimento

            move f09500-numero-conhecimento         to rr-cnh-numero-conhecimento
            move f09500-serie-conhecimento          to rr-cnh-serie-conhecimento
            move f09500-data-emissao                to rr-cnh-data-emissao
            move f09500-valor-frete                 to rr-cnh-valor-cobrado

      *>   As linhas das notas saem depois do cabecalho do conhecimento, mas
      *>   os totais dele dependem delas: confere primeiro, imprime depois.
            perform varying ws-idx-nota from 1 by 1
                    until ws-idx-nota > ws-qtd-notas-tabela
                 perform 2120-confere-nota
            end-perform

            move ws-cnh-valor-frete-notas           to rr-cnh-valor-frete-notas
            compute ws-diferenca = f09500-valor-frete - ws-cnh-valor-frete-notas
            move ws-diferenca                       to rr-cnh-diferenca
            move ws-cnh-valor-embarcado             to rr-cnh-valor-embarcado
            move zeros                              to ws-percentual
            if   ws-cnh-valor-embarcado > zeros
                 compute ws-percentual rounded =
                         f09500-valor-frete * 100 / ws-cnh-valor-embarcado
                      on size error
                           move 99999,99            to ws-percentual
                 end-compute
            end-if
            move ws-percentual                      to rr-cnh-percentual
            write rel10077b-linha                   from rel10077b-conhecimento

            perform varying ws-idx-nota from 1 by 1
                    until ws-idx-nota > ws-qtd-notas-tabela
                 perform 2130-imprime-nota
            end-perform

            add 1                                   to ws-tra-qtd-conhecimentos
            add f09500-valor-frete                  to ws-tra-valor-cobrado
            add ws-cnh-valor-frete-notas            to ws-tra-valor-frete-notas
            add ws-cnh-valor-embarcado              to ws-tra-valor-embarcado
            add ws-cnh-qtd-marcadas                 to ws-tra-qtd-marcadas

       exit.

      *>=================================================================================
       2110-carrega-notas section.

            initialize                              ws-tabela-notas
            move zeros                              to ws-qtd-notas-tabela

            initialize                              f09600-chave
            move f09500-cd-empresa                  to f09600-cd-empresa
            move f09500-cd-filial                   to f09600-cd-filial
            move f09500-cd-transportadora           to f09600-cd-transportadora
            move f09500-numero-conhecimento         to f09600-numero-conhecimento
            move f09500-serie-conhecimento          to f09600-serie-conhecimento
            move zeros                              to f09600-sequencia

            perform 9000-str-pd09600-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09600-seq-1

                 if   ws-operacao-ok
                 and  f09600-chave-conhecimento equal f09500-chave
                 and  ws-qtd-notas-tabela < 300
                      add 1                          to ws-qtd-notas-tabela
                      move f09600-chave-doc          to ws-tab-chave-doc(ws-qtd-notas-tabela)
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Acumula a nota ws-idx-nota nos totais do conhecimento e conta as
      *> marcadas - a impressao (2130) repete as leituras.
       2120-confere-nota section.

            perform 9000-avalia-nota

            if   ws-nota-localizada
                 add 1                              to ws-cnh-qtd-notas
                 add f05000-valor-frete             to ws-cnh-valor-frete-notas
                 add f05000-valor-total             to ws-cnh-valor-embarcado
            end-if

            if   rr-not-observacao <> spaces
                 add 1                              to ws-cnh-qtd-marcadas
            end-if

       exit.

      *>=================================================================================
       2130-imprime-nota section.

            perform 9000-avalia-nota

            write rel10077b-linha                   from rel10077b-nota

       exit.

      *>=================================================================================
       2200-cabecalho-transportadora section.

            move f09500-cd-transportadora           to ws-transportadora-atual
            initialize                              ws-totais-transportadora

            move spaces                             to rel10077b-linha
            write rel10077b-linha

            initialize                              f07500-transportadora
            move f09500-cd-empresa                  to f07500-cd-empresa
            move f09500-cd-filial                   to f07500-cd-filial
            move f09500-cd-transportadora           to f07500-cd-transportadora
            perform 9000-ler-pd07500-ran-1
            if   ws-operacao-ok
                 move f07500-nome-transportadora    to rr-tra-nome
            else
                 move "** transportadora nao cadastrada **" to rr-tra-nome
            end-if
            move f09500-cd-transportadora           to rr-tra-cd-transportadora
            write rel10077b-linha                   from rel10077b-transportadora

      *>   a leitura de apoio nao pode encerrar a varredura de PD09500
            set ws-operacao-ok                      to true

       exit.

      *>=================================================================================
       2300-total-transportadora section.

            move ws-tra-qtd-conhecimentos           to rr-ttr-qtd-conhecimentos
            move ws-tra-valor-cobrado               to rr-ttr-valor-cobrado
            move ws-tra-valor-frete-notas           to rr-ttr-valor-frete-notas
            compute ws-diferenca = ws-tra-valor-cobrado - ws-tra-valor-frete-notas
            move ws-diferenca                       to rr-ttr-diferenca
            move zeros                              to ws-percentual
            if   ws-tra-valor-embarcado > zeros
                 compute ws-percentual rounded =
                         ws-tra-valor-cobrado * 100 / ws-tra-valor-embarcado
                      on size error
                           move 99999,99            to ws-percentual
                 end-compute
            end-if
            move ws-percentual                      to rr-ttr-percentual
            move ws-tra-qtd-marcadas                to rr-ttr-qtd-marcadas
            write rel10077b-linha                   from rel10077b-total-transportadora

            add ws-tra-qtd-conhecimentos            to ws-ger-qtd-conhecimentos
            add ws-tra-valor-cobrado                to ws-ger-valor-cobrado
            add ws-tra-valor-frete-notas            to ws-ger-valor-frete-notas
            add ws-tra-valor-embarcado              to ws-ger-valor-embarcado
            add ws-tra-qtd-marcadas                 to ws-ger-qtd-marcadas

       exit.

      *>=================================================================================
      *> Monta rel10077b-nota da nota ws-idx-nota do conhecimento em f09500,
      *> deixando o cabecalho da nota em f05000 quando localizado: nota nao
      *> localizada em PD05000, de outra transportadora ou citada tambem em
      *> outro conhecimento sai com a observacao preenchida.
       9000-avalia-nota section.

            move "N"                                to ws-fl-nota-localizada
            move ws-tab-chave-doc(ws-idx-nota)      to ws-chave-doc-nota

            initialize                              f05000-mestre-nota-fiscal
            move ws-chave-doc-nota                  to f05000-chave-doc
            move f05000-tipo-nota                   to rr-not-tipo-nota
            move f05000-numero-documento            to rr-not-numero-documento
            move f05000-serie-documento             to rr-not-serie-documento
            move zeros                              to rr-not-valor-frete
            move zeros                              to rr-not-valor-total
            move spaces                             to rr-not-observacao

            perform 9000-str-pd05000-doc
            if   ws-operacao-ok
                 perform 9000-ler-pd05000-seq-1
            end-if

            if   not ws-operacao-ok
            or   f05000-chave-doc not equal ws-chave-doc-nota
                 move "NOTA NAO PERTENCE A EMPRESA/FILIAL" to rr-not-observacao
            else
                 move "S"                           to ws-fl-nota-localizada
                 move f05000-valor-frete            to rr-not-valor-frete
                 move f05000-valor-total            to rr-not-valor-total
                 if   f05000-cd-transportadora not equal f09500-cd-transportadora
                      string "NOTA DA TRANSPORTADORA " f05000-cd-transportadora
                           delimited by size into rr-not-observacao
                 end-if
            end-if

            perform 9000-verifica-cobranca-dupla

            if   ws-cobrada-outro
                 move spaces                        to rr-not-observacao
                 string "COBRADA TAMBEM NO CT-E " f09600-numero-conhecimento
                        "/" f09600-serie-conhecimento
                        " TRANSP. " f09600-cd-transportadora
                      delimited by size into rr-not-observacao
            end-if

       exit.

      *>=================================================================================
      *> Procura a nota em outros conhecimentos pela chave alternativa de
      *> PD09600; achando, f09600 fica com a linha do outro conhecimento.
       9000-verifica-cobranca-dupla section.

            move "N"                                to ws-fl-cobrada-outro

            initialize                              f09600-nota-conhecimento
            move ws-chave-doc-nota                  to f09600-chave-doc

            perform 9000-str-pd09600-doc

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09600-seq-1

                 if   ws-operacao-ok
                 and  f09600-chave-doc equal ws-chave-doc-nota

                      if   f09600-chave-conhecimento not equal f09500-chave
                           set ws-cobrada-outro      to true
                           set ws-operacao-nok       to true
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close rel10077b

            if   ws-parametro-ok
                 string pp-cd-empresa pp-cd-filial ws-competencia
                      delimited by size into ws-sp-parametros
            else
                 move spaces                        to ws-sp-parametros
            end-if
            move ws-ger-qtd-conhecimentos            to ws-sp-qtd-registros
            perform 9000-registra-spool

            close pd00900
            close pd05000
            close pd06300
            close pd07500
            close pd09500
            close pd09600

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR05000.cpy.
       copy CSR06300.cpy.
       copy CSR07500.cpy.
       copy CSR09500.cpy.
       copy CSR09600.cpy.
