      $set sourceformat"free"
       program-id. CS10068B.
      *>=================================================================================
      *>
      *>             Balancete de Verificacao e Exportacao Contabil
      *>
      *>    Para a empresa/filial/competencia de PAR10068B: acumula o diario
      *>    PD08600 (gerado por CS10067B) por conta - as competencias
      *>    anteriores formam o saldo anterior, a do parametro os debitos e
      *>    creditos do mes - e emite o balancete REL10068B na ordem do plano
      *>    de contas PD08400, com saldo anterior, debitos, creditos e saldo
      *>    final (sufixo D/C). Conta lancada que nao esta no plano sai no fim
      *>    como CONTA NAO CADASTRADA. Os totais de debitos e creditos tem de
      *>    bater - o diario e gerado em partida dobrada. Em seguida grava a
      *>    exportacao EXP10068B, uma linha por lancamento da competencia no
      *>    leiaute de importacao do escritorio de contabilidade, com o codigo
      *>    externo da conta (ou o proprio codigo, quando o externo esta em
      *>    branco). As duas saidas levam numero de geracao no catalogo de
      *>    spool PD06300.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS06300.cpy.
       copy CSS08400.cpy.
       copy CSS08600.cpy.

           select par10068b
               assign to "PAR10068B"
               organization is line sequential
               file status is ws-fs-par10068b.

      *>   Saidas com numero de geracao, registradas no catalogo de spool
      *>   PD06300 (vide CS10033C).
           select rel10068b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-rel10068b.

           select exp10068b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-exp10068b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF06300.cpy.
       copy CSF08400.cpy.
       copy CSF08600.cpy.

       fd   par10068b
            record contains 13 characters.

       01   par10068b-linha.
            03 pp-cd-empresa                       pic 9(03).
            03 pp-cd-filial                        pic 9(04).
            03 pp-competencia                      pic 9(06).

       fd   rel10068b
            record contains 132 characters.

       01   rel10068b-linha                        pic x(132).

      *>   Leiaute de importacao: data, conta debito, conta credito, valor,
      *>   historico e documento, em colunas fixas.
       fd   exp10068b
            record contains 131 characters.

       01   exp10068b-linha.
            03 ex-data-lancamento                  pic 9(08).
            03 ex-conta-debito                     pic x(20).
            03 ex-conta-credito                    pic x(20).
            03 ex-valor                            pic 9(11)v9(02).
            03 ex-historico                        pic x(40).
            03 ex-documento                        pic x(30).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10068B".
       78   c-descricao-programa                   value "BALANCETE E EXPORTACAO CONTABIL".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-balancete.
            03 ws-fs-par10068b                      pic x(02).
            03 ws-fs-rel10068b                      pic x(02).
            03 ws-fs-exp10068b                      pic x(02).
            03 ws-fl-parametro-ok                   pic x(01).
               88 ws-parametro-ok                       value "S".
               88 ws-parametro-nok                      value "N".
            03 ws-fl-achou                          pic x(01).
               88 ws-achou                              value "S".
            03 ws-fl-tabela-truncada                pic x(01).
               88 ws-tabela-truncada                    value "S".
            03 ws-cd-empresa-parm                   pic 9(03).
            03 ws-cd-filial-parm                    pic 9(04).
            03 ws-competencia-parm                  pic 9(06).
            03 ws-idx-conta                         pic 9(04).
            03 ws-cd-conta-acumular                 pic 9(09).
            03 ws-valor-debito-acumular             pic 9(11)v9(02).
            03 ws-valor-credito-acumular            pic 9(11)v9(02).
            03 ws-valor-saldo-anterior-acumular     pic s9(13)v9(02).
            03 ws-saldo-editar                      pic s9(13)v9(02).
            03 ws-sufixo-saldo                      pic x(01).
            03 ws-fl-operacao-salva                 pic x(01).
            03 ws-cd-conta-exportar                 pic 9(09).
            03 ws-cd-conta-externa                  pic x(20).
            03 ws-total-lancamentos                 pic 9(07).
            03 ws-total-exportados                  pic 9(07).
            03 ws-total-saldo-anterior              pic s9(13)v9(02).
            03 ws-total-debitos                     pic 9(13)v9(02).
            03 ws-total-creditos                    pic 9(13)v9(02).
            03 ws-total-saldo-final                 pic s9(13)v9(02).

      *> Acumulacao em memoria por conta. Saldos com sinal: positivo e
      *> devedor, negativo credor.
       01   ws-tab-conta.
            03 ws-tc-total-ocor                     pic 9(04) value zeros.
            03 ws-tc-ocor                           occurs 1000.
               05 ws-tc-cd-conta                    pic 9(09).
               05 ws-tc-saldo-anterior              pic s9(13)v9(02).
               05 ws-tc-debitos                     pic 9(13)v9(02).
               05 ws-tc-creditos                    pic 9(13)v9(02).
               05 ws-tc-fl-impressa                 pic x(01).
                  88 ws-tc-impressa                     value "S".

       01   rel10068b-cabecalho.
            03 filler                              pic x(31) value "Balancete de verificacao - Fil.".
            03 filler                              pic x(02) value ".:".
            03 rb-cab-cd-empresa                    pic 9(03).
            03 filler                              pic x(01) value "/".
            03 rb-cab-cd-filial                     pic 9(04).
            03 filler                              pic x(14) value " Competencia.:".
            03 rb-cab-competencia                   pic 9(06).

       01   rel10068b-titulo.
            03 filler                              pic x(45) value "Conta     Descricao".
            03 filler                              pic x(21) value "       Saldo anterior".
            03 filler                              pic x(01) value space.
            03 filler                              pic x(21) value "              Debitos".
            03 filler                              pic x(21) value "             Creditos".
            03 filler                              pic x(21) value "          Saldo final".

       01   rel10068b-sintetica.
            03 rb-sin-cd-conta                      pic 9(09).
            03 filler                              pic x(01) value space.
            03 rb-sin-descricao                     pic x(40).

       01   rel10068b-detalhe.
            03 rb-det-cd-conta                      pic 9(09).
            03 filler                              pic x(01) value space.
            03 rb-det-descricao                     pic x(35).
            03 rb-det-saldo-anterior                pic zz.zzz.zzz.zzz.zz9,99.
            03 rb-det-dc-anterior                   pic x(01).
            03 rb-det-debitos                       pic zz.zzz.zzz.zzz.zz9,99.
            03 rb-det-creditos                      pic zz.zzz.zzz.zzz.zz9,99.
            03 rb-det-saldo-final                   pic zz.zzz.zzz.zzz.zz9,99.
            03 rb-det-dc-final                      pic x(01).

       01   rel10068b-resumo.
            03 filler                              pic x(12) value "Lancamentos:".
            03 rb-res-lancamentos                   pic zzzzzz9.
            03 filler                              pic x(13) value " Exportados.:".
            03 rb-res-exportados                    pic zzzzzz9.

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
            move "N"                                to ws-fl-tabela-truncada
            move zeros                              to ws-total-lancamentos
            move zeros                              to ws-total-exportados
            move zeros                              to ws-total-saldo-anterior
            move zeros                              to ws-total-debitos
            move zeros                              to ws-total-creditos
            move zeros                              to ws-total-saldo-final

            open input par10068b
            read par10068b
                 at end
                      move "Parametro PAR10068B ausente ou vazio!" to ws-mensagem
                      perform 9000-mensagem-lote
                 not at end
                      set ws-parametro-ok            to true
            end-read
            close par10068b

            if   ws-parametro-ok
                 move pp-cd-empresa                  to ws-cd-empresa-parm
                 move pp-cd-filial                   to ws-cd-filial-parm
                 move pp-competencia                 to ws-competencia-parm
            end-if

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd08400
            perform 9000-abrir-io-pd08600

            move c-este-programa                     to f06300-nome-programa
            move "REL10068B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output rel10068b

            move ws-cd-empresa-parm                  to rb-cab-cd-empresa
            move ws-cd-filial-parm                   to rb-cab-cd-filial
            move ws-competencia-parm                 to rb-cab-competencia
            write rel10068b-linha                    from rel10068b-cabecalho
            write rel10068b-linha                    from rel10068b-titulo

       exit.

      *>=================================================================================
       2000-processamento section.

            perform 2100-acumula-diario
            perform 2200-imprime-plano
            perform 2300-imprime-nao-cadastradas
            perform 2400-imprime-totais
            perform 2450-registra-balancete
            perform 2500-exporta-competencia

       exit.

      *>=================================================================================
      *> Diario da filial ate a competencia do parametro: o que e anterior
      *> vira saldo anterior, o da competencia vira movimento do mes.
       2100-acumula-diario section.

            initialize                              f08600-chave
            move ws-cd-empresa-parm                 to f08600-cd-empresa
            move ws-cd-filial-parm                  to f08600-cd-filial

            perform 9000-str-pd08600-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08600-seq-1

                 if   ws-operacao-ok
                 and  f08600-cd-empresa   equal ws-cd-empresa-parm
                 and  f08600-cd-filial    equal ws-cd-filial-parm
                 and  f08600-competencia  not greater ws-competencia-parm

                      if   f08600-competencia equal ws-competencia-parm
                           add 1                     to ws-total-lancamentos
                           move zeros                to ws-valor-saldo-anterior-acumular
                           move f08600-conta-debito  to ws-cd-conta-acumular
                           move f08600-valor         to ws-valor-debito-acumular
                           move zeros                to ws-valor-credito-acumular
                           perform 9000-acumula-conta
                           move f08600-conta-credito to ws-cd-conta-acumular
                           move zeros                to ws-valor-debito-acumular
                           move f08600-valor         to ws-valor-credito-acumular
                           perform 9000-acumula-conta
                      else
                           move zeros                to ws-valor-debito-acumular
                           move zeros                to ws-valor-credito-acumular
                           move f08600-conta-debito  to ws-cd-conta-acumular
                           move f08600-valor         to ws-valor-saldo-anterior-acumular
                           perform 9000-acumula-conta
                           move f08600-conta-credito to ws-cd-conta-acumular
                           compute ws-valor-saldo-anterior-acumular = 0 - f08600-valor
                           perform 9000-acumula-conta
                      end-if

                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            if   ws-tabela-truncada
                 move "Mais de 1000 contas lancadas - balancete incompleto!" to ws-mensagem
                 perform 9000-mensagem-lote
                 move "*** Mais de 1000 contas lancadas - balancete incompleto ***"
                                                    to rel10068b-linha
                 write rel10068b-linha
            end-if

       exit.

      *>=================================================================================
      *> Plano de contas da empresa na ordem da chave: conta sintetica sai
      *> como titulo; conta analitica sai com os valores quando teve saldo
      *> ou movimento.
       2200-imprime-plano section.

            initialize                              f08400-chave
            move ws-cd-empresa-parm                 to f08400-cd-empresa

            perform 9000-str-pd08400-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08400-seq-1

                 if   ws-operacao-ok
                 and  f08400-cd-empresa equal ws-cd-empresa-parm

                      if   f08400-conta-sintetica
                           move f08400-cd-conta-contabil to rb-sin-cd-conta
                           move f08400-descricao     to rb-sin-descricao
                           write rel10068b-linha     from rel10068b-sintetica
                      else
                           perform 9000-localiza-conta
                           if   ws-achou
                                move f08400-descricao to rb-det-descricao
                                perform 9000-imprime-conta
                           end-if
                      end-if

                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2300-imprime-nao-cadastradas section.

            perform varying ws-idx-conta from 1 by 1
                    until ws-idx-conta > ws-tc-total-ocor
                 if   not ws-tc-impressa(ws-idx-conta)
                      move "CONTA NAO CADASTRADA"    to rb-det-descricao
                      perform 9000-imprime-conta
                 end-if
            end-perform

       exit.

      *>=================================================================================
       2400-imprime-totais section.

            move spaces                             to rel10068b-linha
            write rel10068b-linha

            move zeros                              to rb-det-cd-conta
            move "TOTAIS"                           to rb-det-descricao

            move ws-total-saldo-anterior            to ws-saldo-editar
            perform 9000-edita-saldo
            move ws-saldo-editar                    to rb-det-saldo-anterior
            move ws-sufixo-saldo                    to rb-det-dc-anterior

            move ws-total-debitos                   to rb-det-debitos
            move ws-total-creditos                  to rb-det-creditos

            move ws-total-saldo-final               to ws-saldo-editar
            perform 9000-edita-saldo
            move ws-saldo-editar                    to rb-det-saldo-final
            move ws-sufixo-saldo                    to rb-det-dc-final

            write rel10068b-linha                   from rel10068b-detalhe

            if   ws-total-debitos not equal ws-total-creditos
                 move "Debitos e creditos da competencia nao conferem!" to ws-mensagem
                 perform 9000-mensagem-lote
                 move "*** Debitos e creditos da competencia nao conferem ***"
                                                    to rel10068b-linha
                 write rel10068b-linha
            end-if

       exit.

      *>=================================================================================
       2450-registra-balancete section.

            close rel10068b

            move spaces                              to ws-sp-parametros
            string ws-cd-empresa-parm "/" ws-cd-filial-parm "/" ws-competencia-parm
                 delimited by size into ws-sp-parametros
            move ws-tc-total-ocor                    to ws-sp-qtd-registros
            perform 9000-registra-spool

       exit.

      *>=================================================================================
      *> Exportacao dos lancamentos da competencia - segunda saida do job,
      *> com geracao propria no catalogo de spool.
       2500-exporta-competencia section.

            move c-este-programa                     to f06300-nome-programa
            move "EXP10068B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output exp10068b

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

                      move f08600-data-lancamento    to ex-data-lancamento
                      move f08600-conta-debito       to ws-cd-conta-exportar
                      perform 9000-conta-externa
                      move ws-cd-conta-externa       to ex-conta-debito
                      move f08600-conta-credito      to ws-cd-conta-exportar
                      perform 9000-conta-externa
                      move ws-cd-conta-externa       to ex-conta-credito
                      move f08600-valor              to ex-valor
                      move f08600-historico          to ex-historico
                      move f08600-documento          to ex-documento
                      write exp10068b-linha
                      add 1                          to ws-total-exportados

                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            close exp10068b

            move spaces                              to ws-sp-parametros
            string ws-cd-empresa-parm "/" ws-cd-filial-parm "/" ws-competencia-parm
                 delimited by size into ws-sp-parametros
            move ws-total-exportados                 to ws-sp-qtd-registros
            perform 9000-registra-spool

       exit.

      *>=================================================================================
       3000-finalizacao section.

            if   ws-parametro-nok
                 perform 2450-registra-balancete
            end-if

            move ws-total-lancamentos                to rb-res-lancamentos
            move ws-total-exportados                 to rb-res-exportados
            string "Balancete: " rel10068b-resumo into ws-mensagem
            perform 9000-mensagem-lote

            close pd00900
            close pd06300
            close pd08400
            close pd08600

       exit.

      *>=================================================================================
      *> Soma os valores de ws-...-acumular na conta ws-cd-conta-acumular -
      *> preserva ws-fl-operacao, que controla os loops chamadores.
       9000-acumula-conta section.

            move ws-cd-conta-acumular               to f08400-cd-conta-contabil
            perform 9000-localiza-conta

            if   not ws-achou
            and  ws-tc-total-ocor >= 1000
                 set ws-tabela-truncada              to true
                 exit section
            end-if

            if   not ws-achou
                 add 1                               to ws-tc-total-ocor
                 move ws-tc-total-ocor               to ws-idx-conta
                 move ws-cd-conta-acumular           to ws-tc-cd-conta(ws-idx-conta)
                 move zeros                          to ws-tc-saldo-anterior(ws-idx-conta)
                 move zeros                          to ws-tc-debitos(ws-idx-conta)
                 move zeros                          to ws-tc-creditos(ws-idx-conta)
                 move "N"                            to ws-tc-fl-impressa(ws-idx-conta)
            end-if

            add ws-valor-saldo-anterior-acumular    to ws-tc-saldo-anterior(ws-idx-conta)
            add ws-valor-debito-acumular            to ws-tc-debitos(ws-idx-conta)
            add ws-valor-credito-acumular           to ws-tc-creditos(ws-idx-conta)

       exit.

      *>=================================================================================
      *> Procura f08400-cd-conta-contabil na tabela; achou, ws-idx-conta
      *> aponta a ocorrencia.
       9000-localiza-conta section.

            move "N"                                to ws-fl-achou

            perform varying ws-idx-conta from 1 by 1
                    until ws-idx-conta > ws-tc-total-ocor
                       or ws-achou
                 if   ws-tc-cd-conta(ws-idx-conta) equal f08400-cd-conta-contabil
                      set ws-achou                   to true
                 end-if
            end-perform

            if   ws-achou
                 subtract 1                          from ws-idx-conta
            end-if

       exit.

      *>=================================================================================
      *> Linha de detalhe da ocorrencia ws-idx-conta (descricao ja movida) e
      *> soma nos totais do balancete.
       9000-imprime-conta section.

            move ws-tc-cd-conta(ws-idx-conta)       to rb-det-cd-conta

            move ws-tc-saldo-anterior(ws-idx-conta) to ws-saldo-editar
            perform 9000-edita-saldo
            move ws-saldo-editar                    to rb-det-saldo-anterior
            move ws-sufixo-saldo                    to rb-det-dc-anterior

            move ws-tc-debitos(ws-idx-conta)        to rb-det-debitos
            move ws-tc-creditos(ws-idx-conta)       to rb-det-creditos

            compute ws-saldo-editar = ws-tc-saldo-anterior(ws-idx-conta)
                                    + ws-tc-debitos(ws-idx-conta)
                                    - ws-tc-creditos(ws-idx-conta)
            add ws-saldo-editar                     to ws-total-saldo-final
            perform 9000-edita-saldo
            move ws-saldo-editar                    to rb-det-saldo-final
            move ws-sufixo-saldo                    to rb-det-dc-final

            write rel10068b-linha                   from rel10068b-detalhe

            add ws-tc-saldo-anterior(ws-idx-conta)  to ws-total-saldo-anterior
            add ws-tc-debitos(ws-idx-conta)         to ws-total-debitos
            add ws-tc-creditos(ws-idx-conta)        to ws-total-creditos
            set ws-tc-impressa(ws-idx-conta)        to true

       exit.

      *>=================================================================================
      *> Saldo com sinal em ws-saldo-editar vira valor absoluto, com o
      *> sufixo D (devedor) ou C (credor) em ws-sufixo-saldo.
       9000-edita-saldo section.

            if   ws-saldo-editar < zeros
                 compute ws-saldo-editar = 0 - ws-saldo-editar
                 move "C"                           to ws-sufixo-saldo
            else
                 move "D"                           to ws-sufixo-saldo
            end-if

            if   ws-saldo-editar = zeros
                 move space                         to ws-sufixo-saldo
            end-if

       exit.

      *>=================================================================================
      *> Codigo externo da conta ws-cd-conta-exportar; em branco (ou conta
      *> fora do plano), exporta-se o proprio codigo.
       9000-conta-externa section.

            move ws-fl-operacao                     to ws-fl-operacao-salva
            move spaces                             to ws-cd-conta-externa

            initialize                              f08400-chave
            move ws-cd-empresa-parm                 to f08400-cd-empresa
            move ws-cd-conta-exportar               to f08400-cd-conta-contabil
            perform 9000-ler-pd08400-ran-1

            if   ws-operacao-ok
                 move f08400-cd-conta-externa       to ws-cd-conta-externa
            end-if

            if   ws-cd-conta-externa = spaces
                 move ws-cd-conta-exportar          to ws-cd-conta-externa
            end-if

            move ws-fl-operacao-salva               to ws-fl-operacao

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR06300.cpy.
       copy CSR08400.cpy.
       copy CSR08600.cpy.
