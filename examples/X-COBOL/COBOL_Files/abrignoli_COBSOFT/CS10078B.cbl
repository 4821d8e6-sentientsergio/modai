      $set sourceformat"free"
       program-id. CS10078B.
      *>=================================================================================
      *>
      *>       Margem Bruta por Mercadoria, por Cliente e por Vendedor
      *>
      *>    Complemento do ranking CS10053B, que so enxerga faturamento: le
      *>    PAR10078B (filial + periodo), varre os documentos de saida de
      *>    PD05000 e do historico HIS05000 (cancelados fora) e, pelos itens de
      *>    PD05100/HIS05100, apura a receita liquida de ICMS/PIS/COFINS, o
      *>    custo pelo custo medio congelado no item no momento da saida
      *>    (f05100-custo-medio-saida) e a margem bruta em valor e em
      *>    percentual, agregadas em memoria (idioma de CS10053B) por
      *>    f05100-cd-mercadoria, por f05000-cd-destinatario e por
      *>    f05000-cd-vendedor, ordenadas por margem decrescente. Os itens
      *>    vendidos abaixo do custo saem antes, como excecoes; itens sem custo
      *>    congelado (gravados antes do campo existir) entram com custo zero
      *>    e sao contados no resumo. Nomes resolvidos em PD00600/PD00700/
      *>    PD07600.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00600.cpy.
       copy CSS00700.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS07600.cpy.
       copy CSS05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==
                                   ==ws-fs-pd05000== by ==ws-fs-his05000==
                                   =="PD05000"== by =="HIS05000"==.
       copy CSS05100.cpy replacing leading ==f05100== by ==h05100==
                                   ==pd05100== by ==his05100==
                                   ==ws-fs-pd05100== by ==ws-fs-his05100==
                                   =="PD05100"== by =="HIS05100"==.

           select par10078b
               assign to "PAR10078B"
               organization is line sequential
               file status is ws-fs-par10078b.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): analise gerencial re-derivavel rodando o proprio job.
           select rel10078b
               assign to "REL10078B"
               organization is line sequential
               file status is ws-fs-rel10078b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00600.cpy.
       copy CSF00700.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF07600.cpy.
       copy CSF05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==.
       copy CSF05100.cpy replacing leading ==f05100== by ==h05100==
                                   ==pd05100== by ==his05100==.

       fd   par10078b
            record contains 20 characters.

       01   par10078b-linha.
            03 pp-cd-filial                        pic 9(04).
            03 pp-data-inicio                       pic 9(08).
            03 pp-data-fim                          pic 9(08).

       fd   rel10078b
            record contains 132 characters.

       01   rel10078b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10078B".
       78   c-descricao-programa                   value "MARGEM BRUTA".
       78   c-max-ocor-margem                      value 1000.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-margem.
            03 ws-fs-par10078b                      pic x(02).
            03 ws-fs-rel10078b                      pic x(02).
            03 ws-fs-his05000                       pic x(02).
            03 ws-fs-his05100                       pic x(02).
            03 ws-fl-parametro-ok                    pic x(01).
               88 ws-parametro-ok                        value "S".
               88 ws-parametro-nok                       value "N".
            03 ws-fl-fim-historico                   pic x(01).
               88 ws-fim-historico                       value "S".
            03 ws-fl-origem-documento                pic x(01).
               88 ws-documento-historico                 value "H".
               88 ws-documento-vivo                      value "V".
            03 ws-total-documentos                  pic 9(07).
            03 ws-total-itens                       pic 9(07).
            03 ws-total-excecoes                    pic 9(07).
            03 ws-total-sem-custo                   pic 9(07).
            03 ws-descartados                       pic 9(07).
            03 ws-chave-doc-comparacao              pic x(30).
            03 ws-idx-margem                        pic 9(04).
            03 ws-idx-troca                         pic 9(04).
            03 ws-fl-achou                          pic x(01).
               88 ws-achou                              value "S".
            03 ws-fl-trocou                         pic x(01).
               88 ws-trocou                             value "S".
            03 ws-cd-empresa-margem                 pic 9(03).
            03 ws-receita-item                      pic s9(11)v9(02).
            03 ws-custo-item                        pic 9(11)v9(02).
            03 ws-margem-item                       pic s9(11)v9(02).
            03 ws-percentual-margem                 pic s9(05)v9(02).
            03 ws-total-receita                     pic s9(13)v9(02).
            03 ws-total-custo                       pic 9(13)v9(02).
            03 ws-total-margem                      pic s9(13)v9(02).

      *> As tres tabelas tem o mesmo desenho: codigo, receita liquida, custo
      *> e margem (receita - custo).
       01   ws-tab-mercadorias.
            03 ws-tm-total-ocor                     pic 9(04) value zeros.
            03 ws-tm-ocor                           occurs 1000.
               05 ws-tm-cd-mercadoria               pic 9(09).
               05 ws-tm-receita                     pic s9(11)v9(02).
               05 ws-tm-custo                       pic 9(11)v9(02).
               05 ws-tm-margem                      pic s9(11)v9(02).

       01   ws-tab-clientes.
            03 ws-tc-total-ocor                     pic 9(04) value zeros.
            03 ws-tc-ocor                           occurs 1000.
               05 ws-tc-cd-destinatario             pic 9(09).
               05 ws-tc-receita                     pic s9(11)v9(02).
               05 ws-tc-custo                       pic 9(11)v9(02).
               05 ws-tc-margem                      pic s9(11)v9(02).

       01   ws-tab-vendedores.
            03 ws-tv-total-ocor                     pic 9(04) value zeros.
            03 ws-tv-ocor                           occurs 1000.
               05 ws-tv-cd-vendedor                 pic 9(09).
               05 ws-tv-receita                     pic s9(11)v9(02).
               05 ws-tv-custo                       pic 9(11)v9(02).
               05 ws-tv-margem                      pic s9(11)v9(02).

       01   ws-troca-ocorrencia                    pic x(48).

       01   rel10078b-cabecalho.
            03 filler                              pic x(28) value "Margem Bruta - Filial......:".
            03 rm-cab-cd-filial                     pic 9(04).
            03 filler                              pic x(09) value " Periodo:".
            03 rm-cab-data-inicio                   pic 9(08).
            03 filler                              pic x(01) value "-".
            03 rm-cab-data-fim                      pic 9(08).

       01   rel10078b-titulo.
            03 rm-tit-texto                         pic x(60).

       01   rel10078b-excecao.
            03 filler                              pic x(06) value "Nota:".
            03 rm-exc-numero-documento              pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rm-exc-serie-documento               pic x(03).
            03 filler                              pic x(06) value " Data:".
            03 rm-exc-data-operacao                 pic 9(08).
            03 filler                              pic x(07) value " Merc.:".
            03 rm-exc-cd-mercadoria                 pic 9(09).
            03 filler                              pic x(05) value " Qtd:".
            03 rm-exc-quantidade                    pic zzzzzz9,999.
            03 filler                              pic x(09) value " Receita:".
            03 rm-exc-receita                       pic -zzz.zzz.zz9,99.
            03 filler                              pic x(07) value " Custo:".
            03 rm-exc-custo                         pic zzz.zzz.zz9,99.
            03 filler                              pic x(09) value " Margem:".
            03 rm-exc-margem                        pic -zzz.zzz.zz9,99.

       01   rel10078b-detalhe.
            03 rm-det-cd-codigo                     pic 9(09).
            03 filler                              pic x(01) value space.
            03 rm-det-nome                          pic x(30) value spaces.
            03 filler                              pic x(09) value " Receita:".
            03 rm-det-receita                       pic -z.zzz.zzz.zz9,99.
            03 filler                              pic x(07) value " Custo:".
            03 rm-det-custo                         pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(09) value " Margem:".
            03 rm-det-margem                        pic -z.zzz.zzz.zz9,99.
            03 filler                              pic x(01) value space.
            03 rm-det-percentual                    pic -zzz9,99.
            03 filler                              pic x(01) value "%".

       01   rel10078b-resumo.
            03 filler                              pic x(12) value "Documentos:".
            03 rm-res-documentos                    pic zzzzz9.
            03 filler                              pic x(08) value " Itens:".
            03 rm-res-itens                         pic zzzzzz9.
            03 filler                              pic x(11) value " Excecoes:".
            03 rm-res-excecoes                      pic zzzzz9.
            03 filler                              pic x(12) value " Sem custo:".
            03 rm-res-sem-custo                     pic zzzzz9.
            03 filler                              pic x(09) value " Margem:".
            03 rm-res-margem                        pic -zzz.zzz.zzz.zz9,99.
            03 filler                              pic x(01) value space.
            03 rm-res-percentual                    pic -zzz9,99.
            03 filler                              pic x(01) value "%".

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
                 perform 2700-ordena-margens
                 perform 2800-imprime-margens
            end-if
            perform 3000-finalizacao
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            set ws-parametro-nok                    to true
            move zeros                              to ws-total-documentos
            move zeros                              to ws-total-itens
            move zeros                              to ws-total-excecoes
            move zeros                              to ws-total-sem-custo
            move zeros                              to ws-descartados
            move zeros                              to ws-total-receita
            move zeros                              to ws-total-custo
            move zeros                              to ws-cd-empresa-margem

            open input par10078b
            read par10078b
                 at end
                      move "Parametro PAR10078B ausente ou vazio!" to ws-mensagem
                      perform 9000-mensagem-lote
                 not at end
                      set ws-parametro-ok            to true
            end-read
            close par10078b

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd00600
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05100
            perform 9000-abrir-io-pd07600

            open input his05000
            open input his05100

            open output rel10078b

      *>   As excecoes saem durante a varredura, logo abaixo do cabecalho;
      *>   as tabelas de margem so depois de ordenadas.
            if   ws-parametro-ok
                 move pp-cd-filial                   to rm-cab-cd-filial
                 move pp-data-inicio                 to rm-cab-data-inicio
                 move pp-data-fim                    to rm-cab-data-fim
                 write rel10078b-linha               from rel10078b-cabecalho

                 move "Itens vendidos abaixo do custo:" to rm-tit-texto
                 write rel10078b-linha               from rel10078b-titulo
            end-if

       exit.

      *>=================================================================================
       2000-processamento section.

            set ws-documento-vivo                   to true

            perform 9000-ler-pd05000-seq-1

            perform until not ws-operacao-ok

                 perform 2050-classifica-documento

                 perform 9000-ler-pd05000-seq-1

            end-perform

            perform 2500-processa-historico

       exit.

      *>=================================================================================
       2050-classifica-documento section.

            if   f05000-cd-filial not equal pp-cd-filial
            or   not f05000-nota-saida
            or   f05000-doc-cancelado
                 exit section
            end-if

            if   f05000-data-operacao less pp-data-inicio
            or   f05000-data-operacao greater pp-data-fim
                 exit section
            end-if

      *>    O parametro so traz a filial (como PAR10053B) - a empresa dos
      *>    cadastros sai dos proprios documentos casados.
            if   ws-cd-empresa-margem = zeros
                 move f05000-cd-empresa             to ws-cd-empresa-margem
            end-if

            add 1                                   to ws-total-documentos

            if   ws-documento-historico
                 perform 2210-acumula-itens-historico
            else
                 perform 2200-acumula-itens-vivos
            end-if

       exit.

      *>=================================================================================
       2500-processa-historico section.

            if   ws-fs-his05000 <> "00"
                 exit section
            end-if

            set ws-documento-historico              to true
            move "N"                                to ws-fl-fim-historico

            perform until ws-fim-historico

                 read his05000 next record
                      at end
                           set ws-fim-historico     to true
                      not at end
                           move h05000-mestre-nota-fiscal
                                                    to f05000-mestre-nota-fiscal
                           perform 2050-classifica-documento
                 end-read

            end-perform

       exit.

      *>=================================================================================
       2200-acumula-itens-vivos section.

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

                      perform 2300-acumula-item

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2210-acumula-itens-historico section.

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
                      perform 2300-acumula-item

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Receita liquida, custo e margem do item corrente, lancados nas tres
      *> tabelas; item com custo congelado e margem negativa sai como
      *> excecao.
       2300-acumula-item section.

            add 1                                   to ws-total-itens

            compute ws-receita-item = f05100-valor-total
                                    - f05100-valor-icms
                                    - f05100-valor-pis
                                    - f05100-valor-cofins

            compute ws-custo-item rounded =
                    f05100-custo-medio-saida * f05100-quantidade-padrao

            compute ws-margem-item = ws-receita-item - ws-custo-item

            add ws-receita-item                     to ws-total-receita
            add ws-custo-item                       to ws-total-custo

            if   f05100-custo-medio-saida = zeros
                 add 1                              to ws-total-sem-custo
            else
                 if   ws-margem-item < zeros
                      perform 2310-imprime-excecao
                 end-if
            end-if

            perform 9000-acumula-mercadoria
            perform 9000-acumula-cliente
            perform 9000-acumula-vendedor

       exit.

      *>=================================================================================
       2310-imprime-excecao section.

            add 1                                   to ws-total-excecoes

            move f05000-numero-documento            to rm-exc-numero-documento
            move f05000-serie-documento             to rm-exc-serie-documento
            move f05000-data-operacao               to rm-exc-data-operacao
            move f05100-cd-mercadoria               to rm-exc-cd-mercadoria
            move f05100-quantidade-padrao           to rm-exc-quantidade
            move ws-receita-item                    to rm-exc-receita
            move ws-custo-item                      to rm-exc-custo
            move ws-margem-item                     to rm-exc-margem
            write rel10078b-linha                   from rel10078b-excecao

       exit.

      *>=================================================================================
       9000-acumula-mercadoria section.

            move "N"                                to ws-fl-achou

            perform varying ws-idx-margem from 1 by 1
                    until ws-idx-margem > ws-tm-total-ocor
                 if   ws-tm-cd-mercadoria(ws-idx-margem)
                      equal f05100-cd-mercadoria
                      set ws-achou                  to true
                      exit perform
                 end-if
            end-perform

            if   not ws-achou
                 if   ws-tm-total-ocor not less c-max-ocor-margem
                      add 1                         to ws-descartados
                      exit section
                 end-if
                 add 1                              to ws-tm-total-ocor
                 move ws-tm-total-ocor              to ws-idx-margem
                 initialize                         ws-tm-ocor(ws-idx-margem)
                 move f05100-cd-mercadoria          to ws-tm-cd-mercadoria(ws-idx-margem)
            end-if

            add ws-receita-item                     to ws-tm-receita(ws-idx-margem)
            add ws-custo-item                       to ws-tm-custo(ws-idx-margem)
            add ws-margem-item                      to ws-tm-margem(ws-idx-margem)

       exit.

      *>=================================================================================
       9000-acumula-cliente section.

            move "N"                                to ws-fl-achou

            perform varying ws-idx-margem from 1 by 1
                    until ws-idx-margem > ws-tc-total-ocor
                 if   ws-tc-cd-destinatario(ws-idx-margem)
                      equal f05000-cd-destinatario
                      set ws-achou                  to true
                      exit perform
                 end-if
            end-perform

            if   not ws-achou
                 if   ws-tc-total-ocor not less c-max-ocor-margem
                      add 1                         to ws-descartados
                      exit section
                 end-if
                 add 1                              to ws-tc-total-ocor
                 move ws-tc-total-ocor              to ws-idx-margem
                 initialize                         ws-tc-ocor(ws-idx-margem)
                 move f05000-cd-destinatario        to ws-tc-cd-destinatario(ws-idx-margem)
            end-if

            add ws-receita-item                     to ws-tc-receita(ws-idx-margem)
            add ws-custo-item                       to ws-tc-custo(ws-idx-margem)
            add ws-margem-item                      to ws-tc-margem(ws-idx-margem)

       exit.

      *>=================================================================================
      *> Venda sem vendedor (balcao) acumula no codigo zero.
       9000-acumula-vendedor section.

            move "N"                                to ws-fl-achou

            perform varying ws-idx-margem from 1 by 1
                    until ws-idx-margem > ws-tv-total-ocor
                 if   ws-tv-cd-vendedor(ws-idx-margem)
                      equal f05000-cd-vendedor
                      set ws-achou                  to true
                      exit perform
                 end-if
            end-perform

            if   not ws-achou
                 if   ws-tv-total-ocor not less c-max-ocor-margem
                      add 1                         to ws-descartados
                      exit section
                 end-if
                 add 1                              to ws-tv-total-ocor
                 move ws-tv-total-ocor              to ws-idx-margem
                 initialize                         ws-tv-ocor(ws-idx-margem)
                 move f05000-cd-vendedor            to ws-tv-cd-vendedor(ws-idx-margem)
            end-if

            add ws-receita-item                     to ws-tv-receita(ws-idx-margem)
            add ws-custo-item                       to ws-tv-custo(ws-idx-margem)
            add ws-margem-item                      to ws-tv-margem(ws-idx-margem)

       exit.

      *>=================================================================================
      *> Ordena as tres tabelas por margem decrescente - troca de vizinhos
      *> ate nao haver troca, como em CS10053B.
       2700-ordena-margens section.

            set ws-trocou                           to true
            perform until not ws-trocou
                 move "N"                           to ws-fl-trocou
                 perform varying ws-idx-margem from 1 by 1
                         until ws-idx-margem not less ws-tm-total-ocor
                      compute ws-idx-troca = ws-idx-margem + 1
                      if   ws-tm-margem(ws-idx-troca)
                           > ws-tm-margem(ws-idx-margem)
                           move ws-tm-ocor(ws-idx-margem) to ws-troca-ocorrencia
                           move ws-tm-ocor(ws-idx-troca)  to ws-tm-ocor(ws-idx-margem)
                           move ws-troca-ocorrencia       to ws-tm-ocor(ws-idx-troca)
                           set ws-trocou             to true
                      end-if
                 end-perform
            end-perform

            set ws-trocou                           to true
            perform until not ws-trocou
                 move "N"                           to ws-fl-trocou
                 perform varying ws-idx-margem from 1 by 1
                         until ws-idx-margem not less ws-tc-total-ocor
                      compute ws-idx-troca = ws-idx-margem + 1
                      if   ws-tc-margem(ws-idx-troca)
                           > ws-tc-margem(ws-idx-margem)
                           move ws-tc-ocor(ws-idx-margem) to ws-troca-ocorrencia
                           move ws-tc-ocor(ws-idx-troca)  to ws-tc-ocor(ws-idx-margem)
                           move ws-troca-ocorrencia       to ws-tc-ocor(ws-idx-troca)
                           set ws-trocou             to true
                      end-if
                 end-perform
            end-perform

            set ws-trocou                           to true
            perform until not ws-trocou
                 move "N"                           to ws-fl-trocou
                 perform varying ws-idx-margem from 1 by 1
                         until ws-idx-margem not less ws-tv-total-ocor
                      compute ws-idx-troca = ws-idx-margem + 1
                      if   ws-tv-margem(ws-idx-troca)
                           > ws-tv-margem(ws-idx-margem)
                           move ws-tv-ocor(ws-idx-margem) to ws-troca-ocorrencia
                           move ws-tv-ocor(ws-idx-troca)  to ws-tv-ocor(ws-idx-margem)
                           move ws-troca-ocorrencia       to ws-tv-ocor(ws-idx-troca)
                           set ws-trocou             to true
                      end-if
                 end-perform
            end-perform

       exit.

      *>=================================================================================
       2800-imprime-margens section.

            move "Margem por mercadoria:"           to rm-tit-texto
            write rel10078b-linha                   from rel10078b-titulo

            perform varying ws-idx-margem from 1 by 1
                    until ws-idx-margem > ws-tm-total-ocor
                 perform 2810-imprime-mercadoria
            end-perform

            move "Margem por cliente:"              to rm-tit-texto
            write rel10078b-linha                   from rel10078b-titulo

            perform varying ws-idx-margem from 1 by 1
                    until ws-idx-margem > ws-tc-total-ocor
                 perform 2820-imprime-cliente
            end-perform

            move "Margem por vendedor:"             to rm-tit-texto
            write rel10078b-linha                   from rel10078b-titulo

            perform varying ws-idx-margem from 1 by 1
                    until ws-idx-margem > ws-tv-total-ocor
                 perform 2830-imprime-vendedor
            end-perform

            if   ws-descartados > zeros
                 move spaces                        to rel10078b-linha
                 string "*** ALERTA: " ws-descartados
                        " ocorrencia(s) fora das tabelas - tabela esgotada ***"
                      delimited by size into rel10078b-linha
                 write rel10078b-linha

                 move zeros                         to ws-cd-usuario-operacao
                 string "Margem INCOMPLETA - " ws-descartados
                        " ocorrencia(s) descartada(s)" into ws-mensagem
                 perform 9000-mensagem-lote
            end-if

            compute ws-total-margem = ws-total-receita - ws-total-custo
            move ws-total-documentos                to rm-res-documentos
            move ws-total-itens                     to rm-res-itens
            move ws-total-excecoes                  to rm-res-excecoes
            move ws-total-sem-custo                 to rm-res-sem-custo
            move ws-total-margem                    to rm-res-margem
            move zeros                              to ws-percentual-margem
            if   ws-total-receita > zeros
                 compute ws-percentual-margem rounded =
                         ws-total-margem * 100 / ws-total-receita
                      on size error
                           move zeros               to ws-percentual-margem
                 end-compute
            end-if
            move ws-percentual-margem               to rm-res-percentual
            write rel10078b-linha                   from rel10078b-resumo

       exit.

      *>=================================================================================
       2810-imprime-mercadoria section.

            move ws-tm-cd-mercadoria(ws-idx-margem) to rm-det-cd-codigo
            move ws-tm-receita(ws-idx-margem)       to ws-receita-item
            move ws-tm-custo(ws-idx-margem)         to ws-custo-item
            move ws-tm-margem(ws-idx-margem)        to ws-margem-item

            move ws-tm-cd-mercadoria(ws-idx-margem) to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   ws-operacao-ok
                 move f00700-descricao-mercadoria   to rm-det-nome
            else
                 move "(nao cadastrada)"            to rm-det-nome
            end-if
            set ws-operacao-ok                      to true

            perform 2890-grava-detalhe

       exit.

      *>=================================================================================
       2820-imprime-cliente section.

            move ws-tc-cd-destinatario(ws-idx-margem) to rm-det-cd-codigo
            move ws-tc-receita(ws-idx-margem)       to ws-receita-item
            move ws-tc-custo(ws-idx-margem)         to ws-custo-item
            move ws-tc-margem(ws-idx-margem)        to ws-margem-item

            initialize                              f00600-destinatario
            move ws-cd-empresa-margem               to f00600-cd-empresa
            move pp-cd-filial                       to f00600-cd-filial
            move ws-tc-cd-destinatario(ws-idx-margem) to f00600-cd-destinatario
            perform 9000-ler-pd00600-ran-1
            if   ws-operacao-ok
                 move f00600-nome-destinatario      to rm-det-nome
            else
                 move "(nao cadastrado)"            to rm-det-nome
            end-if
            set ws-operacao-ok                      to true

            perform 2890-grava-detalhe

       exit.

      *>=================================================================================
       2830-imprime-vendedor section.

            move ws-tv-cd-vendedor(ws-idx-margem)   to rm-det-cd-codigo
            move ws-tv-receita(ws-idx-margem)       to ws-receita-item
            move ws-tv-custo(ws-idx-margem)         to ws-custo-item
            move ws-tv-margem(ws-idx-margem)        to ws-margem-item

            if   ws-tv-cd-vendedor(ws-idx-margem) = zeros
                 move "(venda sem vendedor)"        to rm-det-nome
            else
                 initialize                         f07600-vendedor
                 move ws-cd-empresa-margem          to f07600-cd-empresa
                 move pp-cd-filial                  to f07600-cd-filial
                 move ws-tv-cd-vendedor(ws-idx-margem) to f07600-cd-vendedor
                 perform 9000-ler-pd07600-ran-1
                 if   ws-operacao-ok
                      move f07600-nome-vendedor     to rm-det-nome
                 else
                      move "(nao cadastrado)"       to rm-det-nome
                 end-if
                 set ws-operacao-ok                 to true
            end-if

            perform 2890-grava-detalhe

       exit.

      *>=================================================================================
      *> Linha de detalhe comum as tres tabelas - receita/custo/margem ja em
      *> ws-receita-item/ws-custo-item/ws-margem-item.
       2890-grava-detalhe section.

            move ws-receita-item                    to rm-det-receita
            move ws-custo-item                      to rm-det-custo
            move ws-margem-item                     to rm-det-margem

            move zeros                              to ws-percentual-margem
            if   ws-receita-item > zeros
                 compute ws-percentual-margem rounded =
                         ws-margem-item * 100 / ws-receita-item
                      on size error
                           move zeros               to ws-percentual-margem
                 end-compute
            end-if
            move ws-percentual-margem               to rm-det-percentual

            write rel10078b-linha                   from rel10078b-detalhe

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd00600
            close pd00700
            close pd05000
            close pd05100
            close pd07600
            close his05000
            close his05100
            close rel10078b

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00600.cpy.
       copy CSR00700.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR07600.cpy.
