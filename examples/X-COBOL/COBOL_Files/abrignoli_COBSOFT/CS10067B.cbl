      $set sourceformat"free"
       program-id. CS10067B.
      *>=================================================================================
      *>
      *>        Geracao dos Lancamentos Contabeis da Competencia (PD08600)
      *>
      *>    O contador deixa de redigitar notas e baixas: para a empresa/
      *>    filial/competencia de PAR10067B este job gera o diario em partida
      *>    dobrada pelas regras de PD08500 - cada item das notas do mes
      *>    (PD05000/PD05100, vivos e historico, dirigido pelo indice PD07900,
      *>    canceladas fora) pela regra do tipo-nota/CFOP, com os pares de
      *>    valor, ICMS, IPI, PIS, COFINS e ICMS-ST; cada baixa de duplicata e de
      *>    contas a pagar do razao PD08100 (principal, juros/multa e
      *>    desconto em eventos proprios); e cada ajuste de inventario de
      *>    PD07300, valorizado pelo custo medio de PD05800. A competencia
      *>    aberta e regerada inteira a cada execucao (o diario anterior dela
      *>    e apagado antes); competencia FECHADA em PD06000 e recusada - o
      *>    diario dela nao muda mais. Item, baixa ou ajuste sem regra (ou
      *>    ajuste sem custo) nao gera lancamento e sai em REL10067B, com
      *>    numero de geracao no catalogo de spool PD06300, para o contador
      *>    completar as regras e rodar de novo.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS05800.cpy.
       copy CSS06000.cpy.
       copy CSS06300.cpy.
       copy CSS07300.cpy.
       copy CSS07900.cpy.
       copy CSS08100.cpy.
       copy CSS08500.cpy.
       copy CSS08600.cpy.
       copy CSS05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==
                                   ==ws-fs-pd05000== by ==ws-fs-his05000==
                                   =="PD05000"== by =="HIS05000"==.
       copy CSS05100.cpy replacing leading ==f05100== by ==h05100==
                                   ==pd05100== by ==his05100==
                                   ==ws-fs-pd05100== by ==ws-fs-his05100==
                                   =="PD05100"== by =="HIS05100"==.

           select par10067b
               assign to "PAR10067B"
               organization is line sequential
               file status is ws-fs-par10067b.

      *>   Saida com numero de geracao, registrada no catalogo de spool PD06300
      *>   (vide CS10033C) - a lista de pendencias de cada geracao do diario
      *>   fica guardada.
           select rel10067b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-rel10067b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF05800.cpy.
       copy CSF06000.cpy.
       copy CSF06300.cpy.
       copy CSF07300.cpy.
       copy CSF07900.cpy.
       copy CSF08100.cpy.
       copy CSF08500.cpy.
       copy CSF08600.cpy.
       copy CSF05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==.
       copy CSF05100.cpy replacing leading ==f05100== by ==h05100==
                                   ==pd05100== by ==his05100==.

       fd   par10067b
            record contains 13 characters.

       01   par10067b-linha.
            03 pp-cd-empresa                       pic 9(03).
            03 pp-cd-filial                        pic 9(04).
            03 pp-competencia                      pic 9(06).

       fd   rel10067b
            record contains 132 characters.

       01   rel10067b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10067B".
       78   c-descricao-programa                   value "GERACAO LANCAMENTOS CONTABEIS".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-contabil.
            03 ws-fs-par10067b                      pic x(02).
            03 ws-fs-rel10067b                      pic x(02).
            03 ws-fs-his05000                       pic x(02).
            03 ws-fs-his05100                       pic x(02).
            03 ws-fl-parametro-ok                   pic x(01).
               88 ws-parametro-ok                       value "S".
               88 ws-parametro-nok                      value "N".
            03 ws-fl-documento-carregado            pic x(01).
               88 ws-documento-carregado                value "S".
            03 ws-fl-origem-documento               pic x(01).
               88 ws-documento-vivo                     value "V".
               88 ws-documento-historico                value "H".
            03 ws-fl-regra-ok                       pic x(01).
               88 ws-regra-ok                           value "S".
               88 ws-regra-nok                          value "N".
            03 ws-cd-empresa-parm                   pic 9(03).
            03 ws-cd-filial-parm                    pic 9(04).
            03 ws-competencia-parm                  pic 9(06).
            03 ws-chave-doc-comparacao              pic x(30).
            03 ws-chave-indice-salva                pic x(34).
            03 ws-valor-item                        pic s9(11)v9(02).
            03 ws-valor-ajuste                      pic 9(11)v9(02).
            03 ws-qtd-ajuste                        pic 9(09)v9(06).
            03 ws-sequencia-lancamento              pic 9(07).
            03 ws-total-documentos                  pic 9(07).
            03 ws-total-itens                       pic 9(07).
            03 ws-total-baixas                      pic 9(07).
            03 ws-total-ajustes                     pic 9(07).
            03 ws-total-excluidos                   pic 9(07).
            03 ws-total-pendencias                  pic 9(07).
            03 ws-total-valor                       pic 9(13)v9(02).

      *> Lancamento montado para 9000-grava-lancamento.
       01   ws-lancamento.
            03 ws-lc-cd-evento                      pic 9(02).
            03 ws-lc-data-lancamento                pic 9(08).
            03 ws-lc-conta-debito                   pic 9(09).
            03 ws-lc-conta-credito                  pic 9(09).
            03 ws-lc-valor                          pic 9(11)v9(02).
            03 ws-lc-fl-origem                      pic x(01).
            03 ws-lc-documento                      pic x(30).
            03 ws-lc-historico                      pic x(40).

       01   rel10067b-cabecalho.
            03 filler                              pic x(30) value "Lancamentos contabeis - Filial".
            03 filler                              pic x(02) value ".:".
            03 rc-cab-cd-empresa                    pic 9(03).
            03 filler                              pic x(01) value "/".
            03 rc-cab-cd-filial                     pic 9(04).
            03 filler                              pic x(14) value " Competencia.:".
            03 rc-cab-competencia                   pic 9(06).

       01   rel10067b-pendencia.
            03 filler                              pic x(11) value "Pendencia.:".
            03 rc-pen-descricao                     pic x(30).
            03 filler                              pic x(06) value " Doc.:".
            03 rc-pen-documento                     pic x(30).
            03 filler                              pic x(08) value " Evento:".
            03 rc-pen-cd-evento                     pic 9(02).
            03 filler                              pic x(06) value " CFOP:".
            03 rc-pen-cfop                          pic 9(04).

       01   rel10067b-resumo.
            03 filler                              pic x(13) value "Documentos.:".
            03 rc-res-documentos                    pic zzzzz9.
            03 filler                              pic x(09) value " Itens..:".
            03 rc-res-itens                         pic zzzzz9.
            03 filler                              pic x(10) value " Baixas..:".
            03 rc-res-baixas                        pic zzzzz9.
            03 filler                              pic x(10) value " Ajustes.:".
            03 rc-res-ajustes                       pic zzzzz9.
            03 filler                              pic x(14) value " Lancamentos.:".
            03 rc-res-lancamentos                   pic zzzzzz9.
            03 filler                              pic x(13) value " Pendencias:".
            03 rc-res-pendencias                    pic zzzzz9.

       01   rel10067b-resumo-2.
            03 filler                              pic x(22) value "Lancamentos anteriores".
            03 filler                              pic x(16) value " substituidos..:".
            03 rc-res-excluidos                     pic zzzzzz9.
            03 filler                              pic x(27) value " Total debitos = creditos.:".
            03 rc-res-total-valor                   pic zz.zzz.zzz.zzz.zz9,99.

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
            move zeros                              to ws-sequencia-lancamento
            move zeros                              to ws-total-documentos
            move zeros                              to ws-total-itens
            move zeros                              to ws-total-baixas
            move zeros                              to ws-total-ajustes
            move zeros                              to ws-total-excluidos
            move zeros                              to ws-total-pendencias
            move zeros                              to ws-total-valor

            open input par10067b
            read par10067b
                 at end
                      move "Parametro PAR10067B ausente ou vazio!" to ws-mensagem
                      perform 9000-mensagem-lote
                 not at end
                      set ws-parametro-ok            to true
            end-read
            close par10067b

            if   ws-parametro-ok
                 move pp-cd-empresa                  to ws-cd-empresa-parm
                 move pp-cd-filial                   to ws-cd-filial-parm
                 move pp-competencia                 to ws-competencia-parm
            end-if

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05100
            perform 9000-abrir-io-pd05800
            perform 9000-abrir-io-pd06000
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd07300
            perform 9000-abrir-io-pd07900
            perform 9000-abrir-io-pd08100
            perform 9000-abrir-io-pd08500
            perform 9000-abrir-io-pd08600

            open input his05000
            open input his05100

            move c-este-programa                     to f06300-nome-programa
            move "REL10067B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output rel10067b

            move ws-cd-empresa-parm                  to rc-cab-cd-empresa
            move ws-cd-filial-parm                   to rc-cab-cd-filial
            move ws-competencia-parm                 to rc-cab-competencia
            write rel10067b-linha                    from rel10067b-cabecalho

       exit.

      *>=================================================================================
       2000-processamento section.

      *>    Competencia fechada (CS10023C) nao e recontabilizada - o diario
      *>    dela ja foi entregue ao contador.
            initialize                              f06000-periodo-fiscal
            move ws-cd-empresa-parm                 to f06000-cd-empresa
            move ws-cd-filial-parm                  to f06000-cd-filial
            move ws-competencia-parm                to f06000-competencia
            perform 9000-verifica-competencia-fechada

            if   ws-competencia-fechada-chk
                 string "Competencia [" ws-competencia-parm
                        "] fechada - contabilizacao recusada!" into ws-mensagem
                 perform 9000-mensagem-lote
                 move spaces                        to rel10067b-linha
                 string "*** Competencia " ws-competencia-parm
                        " fechada - contabilizacao recusada ***"
                      delimited by size into rel10067b-linha
                 write rel10067b-linha
                 exit section
            end-if

            perform 2100-limpa-competencia
            perform 2200-contabiliza-notas
            perform 2400-contabiliza-baixas
            perform 2500-contabiliza-ajustes

       exit.

      *>=================================================================================
      *> Apaga o diario ja gerado da competencia - a geracao e sempre do mes
      *> inteiro, nunca incremental.
       2100-limpa-competencia section.

            initialize                              f08600-chave
            move ws-cd-empresa-parm                 to f08600-cd-empresa
            move ws-cd-filial-parm                  to f08600-cd-filial
            move ws-competencia-parm                to f08600-competencia

            perform 9000-str-pd08600-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08600-seq-1

                 if   ws-operacao-ok
                 and  f08600-cd-empresa   equal ws-cd-empresa-parm
                 and  f08600-cd-filial    equal ws-cd-filial-parm
                 and  f08600-competencia  equal ws-competencia-parm
                      perform 9000-excluir-pd08600
                      if   ws-operacao-ok
                           add 1                     to ws-total-excluidos
                      end-if
                      set ws-operacao-ok             to true
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Notas da competencia pelo indice de movimento (PD07900) - mesmo
      *> desenho de CS10035B/CS10042B.
       2200-contabiliza-notas section.

            initialize                              f07900-chave
            move ws-cd-empresa-parm                 to f07900-cd-empresa
            move ws-cd-filial-parm                  to f07900-cd-filial
            move ws-competencia-parm                to f07900-ano-mes

            perform 9000-str-pd07900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd07900-seq-1

                 if   ws-operacao-ok
                 and  f07900-cd-empresa equal ws-cd-empresa-parm
                 and  f07900-cd-filial  equal ws-cd-filial-parm
                 and  f07900-ano-mes    equal ws-competencia-parm

                      perform 2210-carrega-documento-indice

                      if   ws-documento-carregado
                      and  not f05000-doc-cancelado
                      and  f05000-data-operacao(1:6) equal ws-competencia-parm
                           add 1                     to ws-total-documentos
                           if   ws-documento-historico
                                perform 2230-contabiliza-itens-historico
                           else
                                perform 2220-contabiliza-itens-vivos
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
       2210-carrega-documento-indice section.

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
       2220-contabiliza-itens-vivos section.

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
                      perform 2300-contabiliza-item
                      set ws-operacao-ok             to true
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2230-contabiliza-itens-historico section.

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
                      perform 2300-contabiliza-item
                      set ws-operacao-ok             to true
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Um item: regra do tipo-nota/CFOP (ou a geral do tipo, CFOP zero) e
      *> um lancamento por par preenchido. O valor do item leva os
      *> acessorios rateados (frete, seguro e outras despesas somam,
      *> desconto abate) - o mesmo valor com que o item fecha o documento.
       2300-contabiliza-item section.

            add 1                                   to ws-total-itens

            initialize                              f08500-chave
            move ws-cd-empresa-parm                 to f08500-cd-empresa
            move 01                                 to f08500-cd-evento
            move f05100-tipo-nota                   to f08500-tipo-nota
            move f05100-cfop                        to f08500-cfop
            perform 9000-ler-pd08500-ran-1

            if   not ws-operacao-ok
                 move zeros                         to f08500-cfop
                 perform 9000-ler-pd08500-ran-1
            end-if

            move spaces                             to ws-lc-documento
            string f05000-chave-doc f05000-cd-destinatario
                 delimited by size into ws-lc-documento

            if   not ws-operacao-ok
                 move "ITEM SEM REGRA DE NOTA"      to rc-pen-descricao
                 move ws-lc-documento                to rc-pen-documento
                 move 01                             to rc-pen-cd-evento
                 move f05100-cfop                    to rc-pen-cfop
                 perform 2900-grava-pendencia
                 exit section
            end-if

            move 01                                 to ws-lc-cd-evento
            move f05000-data-operacao               to ws-lc-data-lancamento
            move "N"                                to ws-lc-fl-origem
            move spaces                             to ws-lc-historico
            string "NF " f05000-numero-documento "/" f05000-serie-documento
                   " CFOP " f05100-cfop
                 delimited by size into ws-lc-historico

            compute ws-valor-item = f05100-valor-total
                                  + f05100-valor-frete-rateado
                                  + f05100-valor-seguro-rateado
                                  + f05100-valor-outras-rateado
                                  - f05100-valor-desconto-rateado

            if   ws-valor-item > zeros
                 move f08500-conta-valor-debito     to ws-lc-conta-debito
                 move f08500-conta-valor-credito    to ws-lc-conta-credito
                 move ws-valor-item                 to ws-lc-valor
                 perform 9000-grava-lancamento
            end-if

            move f08500-conta-icms-debito           to ws-lc-conta-debito
            move f08500-conta-icms-credito          to ws-lc-conta-credito
            move f05100-valor-icms                  to ws-lc-valor
            perform 9000-grava-lancamento

            move f08500-conta-ipi-debito            to ws-lc-conta-debito
            move f08500-conta-ipi-credito           to ws-lc-conta-credito
            move f05100-valor-ipi                   to ws-lc-valor
            perform 9000-grava-lancamento

            move f08500-conta-pis-debito            to ws-lc-conta-debito
            move f08500-conta-pis-credito           to ws-lc-conta-credito
            move f05100-valor-pis                   to ws-lc-valor
            perform 9000-grava-lancamento

            move f08500-conta-cofins-debito         to ws-lc-conta-debito
            move f08500-conta-cofins-credito        to ws-lc-conta-credito
            move f05100-valor-cofins                to ws-lc-valor
            perform 9000-grava-lancamento

            if   f05100-valor-icms-st > zeros
                 move f08500-conta-icms-st-debito   to ws-lc-conta-debito
                 move f08500-conta-icms-st-credito  to ws-lc-conta-credito
                 move f05100-valor-icms-st          to ws-lc-valor
                 perform 9000-grava-lancamento
            end-if

       exit.

      *>=================================================================================
      *> Baixas da competencia no razao PD08100: principal, juros/multa e
      *> desconto, cada um no evento da sua carteira. A baixa por credito
      *> do cliente (origem C) nao gera lancamento - o credito nasceu da
      *> devolucao, que ja foi contabilizada pela regra da nota.
       2400-contabiliza-baixas section.

            initialize                              f08100-chave
            move ws-cd-empresa-parm                 to f08100-cd-empresa
            move ws-cd-filial-parm                  to f08100-cd-filial

            perform 9000-str-pd08100-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08100-seq-1

                 if   ws-operacao-ok
                 and  f08100-cd-empresa equal ws-cd-empresa-parm
                 and  f08100-cd-filial  equal ws-cd-filial-parm

                      if   f08100-data-movimento(1:6) equal ws-competencia-parm
                      and  not f08100-origem-credito
                           perform 2410-contabiliza-baixa
                      end-if

                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2410-contabiliza-baixa section.

            add 1                                   to ws-total-baixas

            move f08100-data-movimento              to ws-lc-data-lancamento
            move "B"                                to ws-lc-fl-origem
            move f08100-chave                       to ws-lc-documento
            move spaces                             to ws-lc-historico

            if   f08100-carteira-receber
                 string "Baixa dup. " f08100-numero-documento "/"
                        f08100-serie-documento "-" f08100-parcela
                      delimited by size into ws-lc-historico
                 move 02                            to ws-lc-cd-evento
            else
                 string "Baixa pagar " f08100-numero-documento "/"
                        f08100-serie-documento "-" f08100-parcela
                      delimited by size into ws-lc-historico
                 move 03                            to ws-lc-cd-evento
            end-if

            move f08100-valor-principal             to ws-lc-valor
            perform 2420-lanca-evento-financeiro

            add 2                                   to ws-lc-cd-evento
            move f08100-valor-juros-multa           to ws-lc-valor
            perform 2420-lanca-evento-financeiro

            add 2                                   to ws-lc-cd-evento
            move f08100-valor-desconto              to ws-lc-valor
            perform 2420-lanca-evento-financeiro

       exit.

      *>=================================================================================
      *> Evento financeiro/ajuste em ws-lc-cd-evento com valor em ws-lc-valor:
      *> regra de tipo-nota e CFOP zero, so o par do valor. Valor zerado nao
      *> precisa de regra.
       2420-lanca-evento-financeiro section.

            if   ws-lc-valor = zeros
                 exit section
            end-if

            initialize                              f08500-chave
            move ws-cd-empresa-parm                 to f08500-cd-empresa
            move ws-lc-cd-evento                    to f08500-cd-evento
            perform 9000-ler-pd08500-ran-1

            if   not ws-operacao-ok
                 move "EVENTO SEM REGRA"            to rc-pen-descricao
                 move ws-lc-documento                to rc-pen-documento
                 move ws-lc-cd-evento                to rc-pen-cd-evento
                 move zeros                          to rc-pen-cfop
                 perform 2900-grava-pendencia
                 exit section
            end-if

            move f08500-conta-valor-debito          to ws-lc-conta-debito
            move f08500-conta-valor-credito         to ws-lc-conta-credito
            perform 9000-grava-lancamento

       exit.

      *>=================================================================================
      *> Ajustes de inventario da competencia (PD07300): sobra (quantidade
      *> positiva) e falta (negativa) valorizadas pelo custo medio corrente
      *> da mercadoria na filial (PD05800).
       2500-contabiliza-ajustes section.

            initialize                              f07300-chave
            move ws-cd-empresa-parm                 to f07300-cd-empresa
            move ws-cd-filial-parm                  to f07300-cd-filial

            perform 9000-str-pd07300-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd07300-seq-1

                 if   ws-operacao-ok
                 and  f07300-cd-empresa equal ws-cd-empresa-parm
                 and  f07300-cd-filial  equal ws-cd-filial-parm

                      if   f07300-data-ajuste(1:6) equal ws-competencia-parm
                      and  f07300-qtd-ajuste <> zeros
                           perform 2510-contabiliza-ajuste
                      end-if

                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2510-contabiliza-ajuste section.

            add 1                                   to ws-total-ajustes

            move f07300-data-ajuste                 to ws-lc-data-lancamento
            move "A"                                to ws-lc-fl-origem
            move f07300-chave                       to ws-lc-documento
            move spaces                             to ws-lc-historico
            string "Ajuste inventario merc. " f07300-cd-mercadoria
                 delimited by size into ws-lc-historico

            if   f07300-qtd-ajuste > zeros
                 move 08                            to ws-lc-cd-evento
                 move f07300-qtd-ajuste             to ws-qtd-ajuste
            else
                 move 09                            to ws-lc-cd-evento
                 compute ws-qtd-ajuste = 0 - f07300-qtd-ajuste
            end-if

            initialize                              f05800-chave
            move f07300-cd-empresa                  to f05800-cd-empresa
            move f07300-cd-filial                   to f05800-cd-filial
            move f07300-cd-mercadoria               to f05800-cd-mercadoria
            perform 9000-ler-pd05800-ran-1

            if   not ws-operacao-ok
                 move zeros                         to f05800-custo-medio
            end-if

            compute ws-valor-ajuste rounded = ws-qtd-ajuste * f05800-custo-medio

            if   ws-valor-ajuste = zeros
                 move "AJUSTE SEM CUSTO MEDIO"      to rc-pen-descricao
                 move ws-lc-documento                to rc-pen-documento
                 move ws-lc-cd-evento                to rc-pen-cd-evento
                 move zeros                          to rc-pen-cfop
                 perform 2900-grava-pendencia
                 exit section
            end-if

            move ws-valor-ajuste                    to ws-lc-valor
            perform 2420-lanca-evento-financeiro

       exit.

      *>=================================================================================
       2900-grava-pendencia section.

            add 1                                   to ws-total-pendencias
            write rel10067b-linha                   from rel10067b-pendencia

       exit.

      *>=================================================================================
       3000-finalizacao section.

            move ws-total-documentos                to rc-res-documentos
            move ws-total-itens                     to rc-res-itens
            move ws-total-baixas                    to rc-res-baixas
            move ws-total-ajustes                   to rc-res-ajustes
            move ws-sequencia-lancamento            to rc-res-lancamentos
            move ws-total-pendencias                to rc-res-pendencias
            write rel10067b-linha                   from rel10067b-resumo

            move ws-total-excluidos                 to rc-res-excluidos
            move ws-total-valor                     to rc-res-total-valor
            write rel10067b-linha                   from rel10067b-resumo-2

            close rel10067b

            move spaces                              to ws-sp-parametros
            string ws-cd-empresa-parm "/" ws-cd-filial-parm "/" ws-competencia-parm
                 delimited by size into ws-sp-parametros
            move ws-sequencia-lancamento             to ws-sp-qtd-registros
            perform 9000-registra-spool

            close pd00900
            close pd05000
            close pd05100
            close pd05800
            close pd06000
            close pd06300
            close pd07300
            close pd07900
            close pd08100
            close pd08500
            close pd08600
            close his05000
            close his05100

       exit.

      *>=================================================================================
      *> Grava o lancamento montado em ws-lancamento com a proxima sequencia
      *> da competencia. Par sem conta ou valor zerado nao gera linha.
       9000-grava-lancamento section.

            if   ws-lc-conta-debito = zeros
            or   ws-lc-conta-credito = zeros
            or   ws-lc-valor = zeros
                 exit section
            end-if

            add 1                                   to ws-sequencia-lancamento

            initialize                              f08600-lancamento-contabil
            move ws-cd-empresa-parm                 to f08600-cd-empresa
            move ws-cd-filial-parm                  to f08600-cd-filial
            move ws-competencia-parm                to f08600-competencia
            move ws-sequencia-lancamento            to f08600-sequencia
            move ws-lc-data-lancamento              to f08600-data-lancamento
            move ws-lc-conta-debito                 to f08600-conta-debito
            move ws-lc-conta-credito                to f08600-conta-credito
            move ws-lc-valor                        to f08600-valor
            move ws-lc-cd-evento                    to f08600-cd-evento
            move ws-lc-fl-origem                    to f08600-fl-origem
            move ws-lc-documento                    to f08600-documento
            move ws-lc-historico                    to f08600-historico

            perform 9000-marca-auditoria-pd08600
            perform 9000-gravar-pd08600

            if   ws-operacao-ok
                 add ws-lc-valor                    to ws-total-valor
            else
                 string "Erro de gravacao - f08600-lancamento-contabil [" f08600-chave "]" into ws-mensagem
                 perform 9000-mensagem-lote
            end-if

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR05800.cpy.
       copy CSR06000.cpy.
       copy CSR06300.cpy.
       copy CSR07300.cpy.
       copy CSR07900.cpy.
       copy CSR08100.cpy.
       copy CSR08500.cpy.
       copy CSR08600.cpy.
