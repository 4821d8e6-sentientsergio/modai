      $set sourceformat"free"
       program-id. CS10063B.
      *>=================================================================================
      *>
      *>        Posicao Diaria de Caixa e Fluxo de Caixa Projetado
      *>
      *>    A planilha da tesouraria em forma de job: le PAR10063B (empresa,
      *>    filial, data-base e quantidade de dias da projecao) e imprime,
      *>    para cada conta de PD08200, o saldo de abertura do dia, as
      *>    entradas e saidas do dia (PD08300) e o saldo final; em seguida o
      *>    fluxo projetado dia a dia, partindo da soma dos saldos finais: as
      *>    duplicatas abertas (PD05900) entram pelo vencimento e as contas a
      *>    pagar abertas (PD06400) pela data programada - ou pelo vencimento,
      *>    quando nao programadas -, sempre pelo saldo em aberto da parcela.
      *>    O que ja venceu e continua aberto soma no primeiro dia (e aparece
      *>    destacado); parcela retida nao entra na projecao. Grava REL10063B
      *>    com numero de geracao no catalogo de spool PD06300.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS05900.cpy.
       copy CSS06300.cpy.
       copy CSS06400.cpy.
       copy CSS08200.cpy.
       copy CSS08300.cpy.

           select par10063b
               assign to "PAR10063B"
               organization is line sequential
               file status is ws-fs-par10063b.

      *>   Saida com numero de geracao, registrada no catalogo de spool PD06300
      *>   (vide CS10033C) - a posicao que fundamentou a decisao de caixa do
      *>   dia nao pode sumir numa reexecucao.
           select rel10063b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-rel10063b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF05900.cpy.
       copy CSF06300.cpy.
       copy CSF06400.cpy.
       copy CSF08200.cpy.
       copy CSF08300.cpy.

       fd   par10063b
            record contains 18 characters.

       01   par10063b-linha.
            03 pp-cd-empresa                       pic 9(03).
            03 pp-cd-filial                        pic 9(04).
            03 pp-data-base                        pic 9(08).
            03 pp-qtd-dias                         pic 9(03).

       fd   rel10063b
            record contains 132 characters.

       01   rel10063b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10063B".
       78   c-descricao-programa                   value "POSICAO E FLUXO DE CAIXA".
       78   c-max-dias-projecao                    value 90.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-caixa.
            03 ws-fs-par10063b                      pic x(02).
            03 ws-fs-rel10063b                      pic x(02).
            03 ws-fl-parametro-ok                   pic x(01).
               88 ws-parametro-ok                       value "S".
               88 ws-parametro-nok                      value "N".
            03 ws-cd-empresa-parm                   pic 9(03).
            03 ws-cd-filial-parm                    pic 9(04).
            03 ws-data-base-parm                    pic 9(08).
            03 ws-qtd-dias-parm                     pic 9(03).
            03 ws-dia-base                          pic 9(08).
            03 ws-dia-parcela                       pic 9(08).
            03 ws-data-parcela                      pic 9(08).
            03 ws-idx-dia                           pic 9(03).
            03 ws-total-contas                      pic 9(05).
            03 ws-valor-saldo                       pic 9(09)v9(02).
            03 ws-conta-abertura                    pic s9(13)v9(02).
            03 ws-conta-creditos                    pic 9(13)v9(02).
            03 ws-conta-debitos                     pic 9(13)v9(02).
            03 ws-conta-saldo                       pic s9(13)v9(02).
            03 ws-tot-abertura                      pic s9(13)v9(02).
            03 ws-tot-creditos                      pic 9(13)v9(02).
            03 ws-tot-debitos                       pic 9(13)v9(02).
            03 ws-tot-saldo                         pic s9(13)v9(02).
            03 ws-receber-atrasado                  pic 9(13)v9(02).
            03 ws-pagar-atrasado                    pic 9(13)v9(02).
            03 ws-saldo-projetado                   pic s9(13)v9(02).

      *> Um dia por ocorrencia, do dia da data-base em diante.
       01   ws-tab-projecao.
            03 ws-tp-dia                            occurs 90.
               05 ws-tp-data                        pic 9(08).
               05 ws-tp-receber                     pic 9(13)v9(02).
               05 ws-tp-pagar                       pic 9(13)v9(02).

       01   rel10063b-cabecalho.
            03 filler                              pic x(22) value "Posicao de caixa em..:".
            03 rx-cab-data-base                     pic 9(08).
            03 filler                              pic x(09) value " Filial.:".
            03 rx-cab-cd-empresa                    pic 9(03).
            03 filler                              pic x(01) value "/".
            03 rx-cab-cd-filial                     pic 9(04).

       01   rel10063b-conta.
            03 filler                              pic x(06) value "Conta:".
            03 rx-cta-cd-conta                      pic 9(03).
            03 filler                              pic x(01) value space.
            03 rx-cta-descricao                     pic x(30) value spaces.
            03 filler                              pic x(06) value " Abert".
            03 rx-cta-abertura                      pic -zz.zzz.zzz.zz9,99.
            03 filler                              pic x(05) value " Ent.".
            03 rx-cta-creditos                      pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(05) value " Sai.".
            03 rx-cta-debitos                       pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(06) value " Saldo".
            03 rx-cta-saldo                         pic -zz.zzz.zzz.zz9,99.

       01   rel10063b-total-contas.
            03 filler                              pic x(40) value "Total das contas".
            03 filler                              pic x(06) value " Abert".
            03 rx-tot-abertura                      pic -zz.zzz.zzz.zz9,99.
            03 filler                              pic x(05) value " Ent.".
            03 rx-tot-creditos                      pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(05) value " Sai.".
            03 rx-tot-debitos                       pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(06) value " Saldo".
            03 rx-tot-saldo                         pic -zz.zzz.zzz.zz9,99.

       01   rel10063b-cab-projecao.
            03 filler                              pic x(30) value "Fluxo de caixa projetado -".
            03 rx-prj-qtd-dias                      pic zz9.
            03 filler                              pic x(45) value " dia(s) - vencidos em aberto no primeiro dia".

       01   rel10063b-atrasados.
            03 filler                              pic x(22) value "A receber vencido....:".
            03 rx-atr-receber                       pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(22) value "  A pagar vencido....:".
            03 rx-atr-pagar                         pic zz.zzz.zzz.zz9,99.

       01   rel10063b-dia.
            03 filler                              pic x(06) value "Data.:".
            03 rx-dia-data                          pic 9(08).
            03 filler                              pic x(11) value " A receber:".
            03 rx-dia-receber                       pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(10) value " A pagar.:".
            03 rx-dia-pagar                         pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(18) value " Saldo projetado.:".
            03 rx-dia-saldo                         pic -zz.zzz.zzz.zz9,99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       procedure division.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            if   ws-parametro-ok
                 perform 2000-posicao-contas
                 perform 2500-projecao
            end-if
            perform 3000-finalizacao
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            set ws-parametro-nok                    to true
            move zeros                              to ws-total-contas
            move zeros                              to ws-tot-abertura
            move zeros                              to ws-tot-creditos
            move zeros                              to ws-tot-debitos
            move zeros                              to ws-tot-saldo
            move zeros                              to ws-receber-atrasado
            move zeros                              to ws-pagar-atrasado
            initialize                              ws-tab-projecao

            open input par10063b
            read par10063b
                 at end
                      move "Parametro PAR10063B ausente ou vazio!" to ws-mensagem
                      perform 9000-mensagem-lote
                 not at end
                      set ws-parametro-ok            to true
            end-read
            close par10063b

            if   ws-parametro-ok
                 move pp-cd-empresa                  to ws-cd-empresa-parm
                 move pp-cd-filial                   to ws-cd-filial-parm
                 move pp-data-base                   to ws-data-base-parm
                 move pp-qtd-dias                    to ws-qtd-dias-parm
                 if   ws-qtd-dias-parm = zeros
                      move 1                         to ws-qtd-dias-parm
                 end-if
                 if   ws-qtd-dias-parm > c-max-dias-projecao
                      move c-max-dias-projecao       to ws-qtd-dias-parm
                      move "Projecao limitada a 90 dias" to ws-mensagem
                      perform 9000-mensagem-lote
                 end-if
                 compute ws-dia-base = function integer-of-date(ws-data-base-parm)
            end-if

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd05900
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd06400
            perform 9000-abrir-io-pd08200
            perform 9000-abrir-io-pd08300

            move c-este-programa                     to f06300-nome-programa
            move "REL10063B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output rel10063b

       exit.

      *>=================================================================================
      *> Posicao do dia por conta: saldo final no fim da data-base, entradas
      *> e saidas lancadas na data-base, abertura = final - entradas + saidas.
       2000-posicao-contas section.

            move ws-data-base-parm                  to rx-cab-data-base
            move ws-cd-empresa-parm                 to rx-cab-cd-empresa
            move ws-cd-filial-parm                  to rx-cab-cd-filial
            write rel10063b-linha                   from rel10063b-cabecalho

            initialize                              f08200-chave
            move ws-cd-empresa-parm                 to f08200-cd-empresa
            move ws-cd-filial-parm                  to f08200-cd-filial

            perform 9000-str-pd08200-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08200-seq-1

                 if   ws-operacao-ok
                 and  f08200-cd-empresa equal ws-cd-empresa-parm
                 and  f08200-cd-filial  equal ws-cd-filial-parm
                      perform 2100-posicao-conta
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-tot-abertura                    to rx-tot-abertura
            move ws-tot-creditos                    to rx-tot-creditos
            move ws-tot-debitos                     to rx-tot-debitos
            move ws-tot-saldo                       to rx-tot-saldo
            write rel10063b-linha                   from rel10063b-total-contas

       exit.

      *>=================================================================================
      *> Conta aberta depois da data-base nao tinha dinheiro nela - sai zerada.
       2100-posicao-conta section.

            add 1                                   to ws-total-contas

            move zeros                              to ws-conta-creditos
            move zeros                              to ws-conta-debitos
            move zeros                              to ws-conta-saldo

            if   f08200-data-saldo-inicial not greater ws-data-base-parm

                 move f08200-cd-empresa             to ws-ts-cd-empresa
                 move f08200-cd-filial              to ws-ts-cd-filial
                 move f08200-cd-conta               to ws-ts-cd-conta
                 move f08200-saldo-inicial          to ws-ts-saldo
                 move f08200-data-saldo-inicial     to ws-ts-data-inicial
                 move ws-data-base-parm             to ws-ts-data-limite
                 perform 9000-saldo-conta-tesouraria
                 move ws-ts-saldo                   to ws-conta-saldo

                 initialize                         f08300-chave
                 move f08200-cd-empresa             to f08300-cd-empresa
                 move f08200-cd-filial              to f08300-cd-filial
                 move f08200-cd-conta               to f08300-cd-conta
                 move ws-data-base-parm             to f08300-data-movimento

                 perform 9000-str-pd08300-ge

                 perform until not ws-operacao-ok

                      perform 9000-ler-pd08300-seq-1

                      if   ws-operacao-ok
                      and  f08300-cd-empresa     equal f08200-cd-empresa
                      and  f08300-cd-filial      equal f08200-cd-filial
                      and  f08300-cd-conta       equal f08200-cd-conta
                      and  f08300-data-movimento equal ws-data-base-parm

                           if   f08300-credito
                                add f08300-valor     to ws-conta-creditos
                           else
                                add f08300-valor     to ws-conta-debitos
                           end-if

                      else
                           set ws-operacao-nok       to true
                      end-if

                 end-perform

            end-if

            compute ws-conta-abertura = ws-conta-saldo - ws-conta-creditos + ws-conta-debitos

            add ws-conta-abertura                   to ws-tot-abertura
            add ws-conta-creditos                   to ws-tot-creditos
            add ws-conta-debitos                    to ws-tot-debitos
            add ws-conta-saldo                      to ws-tot-saldo

            move f08200-cd-conta                    to rx-cta-cd-conta
            move f08200-descricao                   to rx-cta-descricao
            move ws-conta-abertura                  to rx-cta-abertura
            move ws-conta-creditos                  to rx-cta-creditos
            move ws-conta-debitos                   to rx-cta-debitos
            move ws-conta-saldo                     to rx-cta-saldo
            write rel10063b-linha                   from rel10063b-conta

            set ws-operacao-ok                      to true

       exit.

      *>=================================================================================
      *> Fluxo projetado: distribui os saldos abertos de PD05900/PD06400 da
      *> filial pelos dias da projecao e corre o saldo a partir do total das
      *> contas no fim da data-base.
       2500-projecao section.

            perform varying ws-idx-dia from 1 by 1
                    until ws-idx-dia > ws-qtd-dias-parm
                 compute ws-tp-data(ws-idx-dia) =
                         function date-of-integer(ws-dia-base + ws-idx-dia - 1)
            end-perform

            initialize                              f05900-chave
            move ws-cd-empresa-parm                 to f05900-cd-empresa
            move ws-cd-filial-parm                  to f05900-cd-filial

            perform 9000-str-pd05900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd05900-seq-1

                 if   ws-operacao-ok
                 and  f05900-cd-empresa equal ws-cd-empresa-parm
                 and  f05900-cd-filial  equal ws-cd-filial-parm

                      if   f05900-duplicata-aberta
                      and  f05900-valor-baixado < f05900-valor-parcela
                           compute ws-valor-saldo = f05900-valor-parcela - f05900-valor-baixado
                           move f05900-data-vencimento to ws-data-parcela
                           perform 2510-localiza-dia
                           if   ws-data-parcela < ws-data-base-parm
                                add ws-valor-saldo   to ws-receber-atrasado
                           end-if
                           if   ws-idx-dia > zeros
                                add ws-valor-saldo   to ws-tp-receber(ws-idx-dia)
                           end-if
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            initialize                              f06400-chave
            move ws-cd-empresa-parm                 to f06400-cd-empresa
            move ws-cd-filial-parm                  to f06400-cd-filial

            perform 9000-str-pd06400-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd06400-seq-1

                 if   ws-operacao-ok
                 and  f06400-cd-empresa equal ws-cd-empresa-parm
                 and  f06400-cd-filial  equal ws-cd-filial-parm

                      if   f06400-parcela-aberta
                      and  f06400-valor-baixado < f06400-valor-parcela
                           compute ws-valor-saldo = f06400-valor-parcela - f06400-valor-baixado
                           if   f06400-data-programada <> zeros
                                move f06400-data-programada to ws-data-parcela
                           else
                                move f06400-data-vencimento to ws-data-parcela
                           end-if
                           perform 2510-localiza-dia
                           if   ws-data-parcela < ws-data-base-parm
                                add ws-valor-saldo   to ws-pagar-atrasado
                           end-if
                           if   ws-idx-dia > zeros
                                add ws-valor-saldo   to ws-tp-pagar(ws-idx-dia)
                           end-if
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

            move ws-qtd-dias-parm                   to rx-prj-qtd-dias
            write rel10063b-linha                   from rel10063b-cab-projecao

            move ws-receber-atrasado                to rx-atr-receber
            move ws-pagar-atrasado                  to rx-atr-pagar
            write rel10063b-linha                   from rel10063b-atrasados

            move ws-tot-saldo                       to ws-saldo-projetado

            perform varying ws-idx-dia from 1 by 1
                    until ws-idx-dia > ws-qtd-dias-parm
                 add ws-tp-receber(ws-idx-dia)      to ws-saldo-projetado
                 subtract ws-tp-pagar(ws-idx-dia)   from ws-saldo-projetado
                 move ws-tp-data(ws-idx-dia)        to rx-dia-data
                 move ws-tp-receber(ws-idx-dia)     to rx-dia-receber
                 move ws-tp-pagar(ws-idx-dia)       to rx-dia-pagar
                 move ws-saldo-projetado            to rx-dia-saldo
                 write rel10063b-linha              from rel10063b-dia
            end-perform

       exit.

      *>=================================================================================
      *> Dia da projecao da data em ws-data-parcela: vencido vai para o
      *> primeiro dia, alem do horizonte devolve zero (fica de fora).
       2510-localiza-dia section.

            if   ws-data-parcela not greater ws-data-base-parm
                 move 1                             to ws-idx-dia
                 exit section
            end-if

            compute ws-dia-parcela = function integer-of-date(ws-data-parcela)

            if   ws-dia-parcela - ws-dia-base + 1 > ws-qtd-dias-parm
                 move zeros                         to ws-idx-dia
            else
                 compute ws-idx-dia = ws-dia-parcela - ws-dia-base + 1
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close rel10063b

            move spaces                              to ws-sp-parametros
            string ws-cd-empresa-parm "/" ws-cd-filial-parm " " ws-data-base-parm
                   " " ws-qtd-dias-parm
                 delimited by size into ws-sp-parametros
            move ws-total-contas                     to ws-sp-qtd-registros
            perform 9000-registra-spool

            close pd00900
            close pd05900
            close pd06300
            close pd06400
            close pd08200
            close pd08300

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR05900.cpy.
       copy CSR06300.cpy.
       copy CSR06400.cpy.
       copy CSR08200.cpy.
       copy CSR08300.cpy.
