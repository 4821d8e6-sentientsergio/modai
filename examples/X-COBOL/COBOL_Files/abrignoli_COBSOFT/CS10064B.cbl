      $set sourceformat"free"
       program-id. CS10064B.
      *>=================================================================================
      *>
      *>             Conciliacao Bancaria (Extrato do Banco x PD08300)
      *>
      *>    Prova da manha da tesouraria: le o extrato que o banco entrega
      *>    para a conta informada em PAR10064B (EXT10064B, uma linha por
      *>    lancamento do banco) e casa cada linha com um movimento de
      *>    tesouraria ainda nao conciliado da conta - mesma natureza, mesmo
      *>    valor, data dentro da tolerancia de dias do parametro. Quando a
      *>    linha traz documento (nosso-numero, numero do DOC/cheque) o
      *>    movimento com o mesmo documento tem preferencia; sem documento,
      *>    vale primeiro o da mesma data. O movimento casado fica marcado
      *>    como conciliado com a data da linha do extrato. Saem em REL10064B
      *>    as linhas do extrato sem movimento e os movimentos do periodo do
      *>    extrato que o banco nao mostrou - os dois lados das pendencias.
      *>    Extrato reprocessado nao duplica nada: a linha que encontra o
      *>    movimento ja conciliado na mesma data conta como ja conciliada.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS06300.cpy.
       copy CSS08200.cpy.
       copy CSS08300.cpy.

           select par10064b
               assign to "PAR10064B"
               organization is line sequential
               file status is ws-fs-par10064b.

           select ext10064b
               assign to "EXT10064B"
               organization is line sequential
               file status is ws-fs-ext10064b.

      *>   Saida com numero de geracao, registrada no catalogo de spool PD06300
      *>   (vide CS10033C) - as pendencias da conciliacao sao trabalho do dia
      *>   e nao podem sumir numa reexecucao.
           select rel10064b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-rel10064b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF06300.cpy.
       copy CSF08200.cpy.
       copy CSF08300.cpy.

       fd   par10064b
            record contains 12 characters.

       01   par10064b-linha.
            03 pp-cd-empresa                       pic 9(03).
            03 pp-cd-filial                        pic 9(04).
            03 pp-cd-conta                         pic 9(03).
            03 pp-dias-tolerancia                  pic 9(02).

       fd   ext10064b
            record contains 77 characters.

      *>   Linha do extrato do banco: natureza do ponto de vista da conta
      *>   (C = entrou dinheiro, D = saiu); documento alinhado a esquerda,
      *>   espacos quando o banco nao informa.
       01   ext10064b-linha.
            03 ex-data-lancamento                  pic 9(08).
            03 ex-fl-natureza                      pic x(01).
               88 ex-credito                           value "C".
               88 ex-debito                            value "D".
            03 ex-valor                            pic 9(11)v9(02).
            03 ex-documento                        pic x(15).
            03 ex-historico                        pic x(40).

       fd   rel10064b
            record contains 132 characters.

       01   rel10064b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10064B".
       78   c-descricao-programa                   value "CONCILIACAO BANCARIA".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-conciliacao.
            03 ws-fs-par10064b                      pic x(02).
            03 ws-fs-ext10064b                      pic x(02).
            03 ws-fs-rel10064b                      pic x(02).
            03 ws-fl-parametro-ok                   pic x(01).
               88 ws-parametro-ok                       value "S".
               88 ws-parametro-nok                      value "N".
            03 ws-fl-fim-arquivo                    pic x(01).
               88 ws-fim-arquivo                        value "S".
            03 ws-fl-casou                          pic x(01).
               88 ws-casou                              value "S".
               88 ws-nao-casou                          value "N".
      *>     Criterio da busca em 2200-procura-movimento:
      *>     D = mesmo documento dentro da tolerancia, E = mesma data,
      *>     J = qualquer data dentro da tolerancia, R = ja conciliado com
      *>     esta mesma linha (extrato reprocessado).
            03 ws-fl-criterio                       pic x(01).
               88 ws-criterio-documento                 value "D".
               88 ws-criterio-mesma-data                value "E".
               88 ws-criterio-janela                    value "J".
               88 ws-criterio-reprocesso                value "R".
            03 ws-cd-empresa-parm                   pic 9(03).
            03 ws-cd-filial-parm                    pic 9(04).
            03 ws-cd-conta-parm                     pic 9(03).
            03 ws-dias-tolerancia-parm              pic 9(02).
            03 ws-data-busca-inicial                pic 9(08).
            03 ws-data-busca-final                  pic 9(08).
            03 ws-data-extrato-inicial              pic 9(08).
            03 ws-data-extrato-final                pic 9(08).
            03 ws-total-lidas                       pic 9(07).
            03 ws-total-conciliadas                 pic 9(07).
            03 ws-total-ja-conciliadas              pic 9(07).
            03 ws-total-sem-movimento               pic 9(07).
            03 ws-total-pendentes                   pic 9(07).

       01   rel10064b-cabecalho.
            03 filler                              pic x(22) value "Conciliacao da conta.:".
            03 rx-cab-cd-empresa                    pic 9(03).
            03 filler                              pic x(01) value "/".
            03 rx-cab-cd-filial                     pic 9(04).
            03 filler                              pic x(01) value "/".
            03 rx-cab-cd-conta                      pic 9(03).
            03 filler                              pic x(01) value space.
            03 rx-cab-descricao                     pic x(30) value spaces.
            03 filler                              pic x(13) value " Tolerancia.:".
            03 rx-cab-dias-tolerancia               pic z9.
            03 filler                              pic x(05) value " dias".

       01   rel10064b-titulo                       pic x(60).

       01   rel10064b-extrato.
            03 filler                              pic x(07) value "Banco.:".
            03 rx-ext-data                          pic 9(08).
            03 filler                              pic x(01) value space.
            03 rx-ext-fl-natureza                   pic x(01).
            03 filler                              pic x(01) value space.
            03 rx-ext-valor                         pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(06) value " Doc.:".
            03 rx-ext-documento                     pic x(15).
            03 filler                              pic x(01) value space.
            03 rx-ext-historico                     pic x(40).

       01   rel10064b-movimento.
            03 filler                              pic x(07) value "Tesour:".
            03 rx-mov-data                          pic 9(08).
            03 filler                              pic x(01) value "/".
            03 rx-mov-sequencia                     pic 9(05).
            03 filler                              pic x(01) value space.
            03 rx-mov-fl-natureza                   pic x(01).
            03 filler                              pic x(01) value space.
            03 rx-mov-valor                         pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(06) value " Doc.:".
            03 rx-mov-documento                     pic x(15).
            03 filler                              pic x(01) value space.
            03 rx-mov-historico                     pic x(40).

       01   rel10064b-resumo.
            03 filler                              pic x(16) value "Linhas lidas...:".
            03 rx-res-lidas                         pic zzzzz9.
            03 filler                              pic x(14) value " Conciliadas.:".
            03 rx-res-conciliadas                   pic zzzzz9.
            03 filler                              pic x(17) value " Ja conciliadas.:".
            03 rx-res-ja-conciliadas                pic zzzzz9.
            03 filler                              pic x(16) value " Sem movimento.:".
            03 rx-res-sem-movimento                 pic zzzzz9.
            03 filler                              pic x(21) value " Movimentos pendent.:".
            03 rx-res-pendentes                     pic zzzzz9.

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
                 perform 2500-movimentos-pendentes
            end-if
            perform 3000-finalizacao
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            set ws-parametro-nok                    to true
            move spaces                             to ws-fl-fim-arquivo
            move zeros                              to ws-total-lidas
            move zeros                              to ws-total-conciliadas
            move zeros                              to ws-total-ja-conciliadas
            move zeros                              to ws-total-sem-movimento
            move zeros                              to ws-total-pendentes
            move zeros                              to ws-data-extrato-inicial
            move zeros                              to ws-data-extrato-final

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd08200
            perform 9000-abrir-io-pd08300

            open input par10064b
            read par10064b
                 at end
                      move "Parametro PAR10064B ausente ou vazio!" to ws-mensagem
                      perform 9000-mensagem-lote
                 not at end
                      set ws-parametro-ok            to true
            end-read
            close par10064b

            if   ws-parametro-ok
                 move pp-cd-empresa                  to ws-cd-empresa-parm
                 move pp-cd-filial                   to ws-cd-filial-parm
                 move pp-cd-conta                    to ws-cd-conta-parm
                 move pp-dias-tolerancia             to ws-dias-tolerancia-parm

                 initialize                          f08200-chave
                 move ws-cd-empresa-parm             to f08200-cd-empresa
                 move ws-cd-filial-parm              to f08200-cd-filial
                 move ws-cd-conta-parm               to f08200-cd-conta
                 perform 9000-ler-pd08200-ran-1
                 if   not ws-operacao-ok
                      move "Conta bancaria do parametro PAR10064B inexistente!" to ws-mensagem
                      perform 9000-mensagem-lote
                      set ws-parametro-nok           to true
                 end-if
            end-if

            move c-este-programa                     to f06300-nome-programa
            move "REL10064B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output rel10064b

            if   ws-parametro-nok
                 exit section
            end-if

            open input ext10064b

            if   ws-fs-ext10064b <> "00"
                 move "Extrato do banco EXT10064B ausente!" to ws-mensagem
                 perform 9000-mensagem-lote
                 set ws-parametro-nok                to true
                 exit section
            end-if

            move ws-cd-empresa-parm                 to rx-cab-cd-empresa
            move ws-cd-filial-parm                  to rx-cab-cd-filial
            move ws-cd-conta-parm                   to rx-cab-cd-conta
            move f08200-descricao                   to rx-cab-descricao
            move ws-dias-tolerancia-parm            to rx-cab-dias-tolerancia
            write rel10064b-linha                   from rel10064b-cabecalho

            move "Linhas do extrato sem movimento na tesouraria:" to rel10064b-titulo
            write rel10064b-linha                   from rel10064b-titulo

       exit.

      *>=================================================================================
       2000-processamento section.

            perform until ws-fim-arquivo

                 read ext10064b
                      at end
                           set ws-fim-arquivo        to true
                      not at end
                           add 1                     to ws-total-lidas
                           perform 2100-concilia-linha
                 end-read

            end-perform

            close ext10064b

       exit.

      *>=================================================================================
      *> Uma linha do extrato: procura o movimento pelos criterios em ordem
      *> de confianca e, achando, marca conciliado; nao achando, a linha sai
      *> no relatorio. O periodo coberto pelo extrato (menor e maior data)
      *> delimita depois a busca dos movimentos pendentes.
       2100-concilia-linha section.

            if   ws-data-extrato-inicial = zeros
            or   ex-data-lancamento < ws-data-extrato-inicial
                 move ex-data-lancamento            to ws-data-extrato-inicial
            end-if

            if   ex-data-lancamento > ws-data-extrato-final
                 move ex-data-lancamento            to ws-data-extrato-final
            end-if

            set ws-nao-casou                        to true

            if   ex-documento <> spaces
                 set ws-criterio-documento           to true
                 perform 2200-procura-movimento
            end-if

            if   ws-nao-casou
                 set ws-criterio-mesma-data          to true
                 perform 2200-procura-movimento
            end-if

            if   ws-nao-casou
            and  ws-dias-tolerancia-parm > zeros
                 set ws-criterio-janela              to true
                 perform 2200-procura-movimento
            end-if

            if   ws-casou
                 set f08300-conciliado               to true
                 move ex-data-lancamento             to f08300-data-conciliacao
                 perform 9000-marca-auditoria-pd08300
                 perform 9000-regravar-pd08300
                 if   ws-operacao-ok
                      add 1                          to ws-total-conciliadas
                 else
                      string "Erro de gravacao - f08300-movimento-tesouraria [" f08300-chave "]" into ws-mensagem
                      perform 9000-mensagem-lote
                 end-if
                 exit section
            end-if

            set ws-criterio-reprocesso              to true
            perform 2200-procura-movimento

            if   ws-casou
                 add 1                               to ws-total-ja-conciliadas
                 exit section
            end-if

            add 1                                   to ws-total-sem-movimento

            move ex-data-lancamento                 to rx-ext-data
            move ex-fl-natureza                     to rx-ext-fl-natureza
            move ex-valor                           to rx-ext-valor
            move ex-documento                       to rx-ext-documento
            move ex-historico                       to rx-ext-historico
            write rel10064b-linha                   from rel10064b-extrato

       exit.

      *>=================================================================================
      *> Varre os movimentos da conta entre ws-data-busca-inicial e
      *> ws-data-busca-final e para no primeiro que atende ao criterio,
      *> deixando-o em f08300 com ws-casou ligado.
       2200-procura-movimento section.

            if   ws-criterio-mesma-data
            or   ws-criterio-reprocesso
                 move ex-data-lancamento            to ws-data-busca-inicial
                 move ex-data-lancamento            to ws-data-busca-final
            else
                 compute ws-data-busca-inicial = function date-of-integer
                         (function integer-of-date(ex-data-lancamento) - ws-dias-tolerancia-parm)
                 compute ws-data-busca-final = function date-of-integer
                         (function integer-of-date(ex-data-lancamento) + ws-dias-tolerancia-parm)
            end-if

            initialize                              f08300-chave
            move ws-cd-empresa-parm                 to f08300-cd-empresa
            move ws-cd-filial-parm                  to f08300-cd-filial
            move ws-cd-conta-parm                   to f08300-cd-conta
            move ws-data-busca-inicial              to f08300-data-movimento

            perform 9000-str-pd08300-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08300-seq-1

                 if   ws-operacao-ok
                 and  f08300-cd-empresa     equal ws-cd-empresa-parm
                 and  f08300-cd-filial      equal ws-cd-filial-parm
                 and  f08300-cd-conta       equal ws-cd-conta-parm
                 and  f08300-data-movimento not greater ws-data-busca-final

                      if   f08300-fl-natureza equal ex-fl-natureza
                      and  f08300-valor       equal ex-valor
                           evaluate true
                                when ws-criterio-documento
                                     if   not f08300-conciliado
                                     and  f08300-documento equal ex-documento
                                          set ws-casou       to true
                                     end-if
                                when ws-criterio-reprocesso
                                     if   f08300-conciliado
                                     and  f08300-data-conciliacao equal ex-data-lancamento
                                          set ws-casou       to true
                                     end-if
                                when other
                                     if   not f08300-conciliado
                                          set ws-casou       to true
                                     end-if
                           end-evaluate
                      end-if

                      if   ws-casou
                           set ws-operacao-nok       to true
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Lado da tesouraria: movimentos da conta no periodo do extrato que
      *> continuam sem conciliacao - o banco nao mostrou (cheque nao
      *> compensado, lancamento em conta errada, baixa sem deposito).
       2500-movimentos-pendentes section.

            move "Movimentos da tesouraria nao encontrados no extrato:" to rel10064b-titulo
            write rel10064b-linha                   from rel10064b-titulo

            if   ws-total-lidas = zeros
                 exit section
            end-if

            initialize                              f08300-chave
            move ws-cd-empresa-parm                 to f08300-cd-empresa
            move ws-cd-filial-parm                  to f08300-cd-filial
            move ws-cd-conta-parm                   to f08300-cd-conta
            move ws-data-extrato-inicial            to f08300-data-movimento

            perform 9000-str-pd08300-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08300-seq-1

                 if   ws-operacao-ok
                 and  f08300-cd-empresa     equal ws-cd-empresa-parm
                 and  f08300-cd-filial      equal ws-cd-filial-parm
                 and  f08300-cd-conta       equal ws-cd-conta-parm
                 and  f08300-data-movimento not greater ws-data-extrato-final

                      if   not f08300-conciliado
                           add 1                     to ws-total-pendentes
                           move f08300-data-movimento to rx-mov-data
                           move f08300-sequencia     to rx-mov-sequencia
                           move f08300-fl-natureza   to rx-mov-fl-natureza
                           move f08300-valor         to rx-mov-valor
                           move f08300-documento     to rx-mov-documento
                           move f08300-historico     to rx-mov-historico
                           write rel10064b-linha     from rel10064b-movimento
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       3000-finalizacao section.

            move ws-total-lidas                     to rx-res-lidas
            move ws-total-conciliadas               to rx-res-conciliadas
            move ws-total-ja-conciliadas            to rx-res-ja-conciliadas
            move ws-total-sem-movimento             to rx-res-sem-movimento
            move ws-total-pendentes                 to rx-res-pendentes
            write rel10064b-linha                   from rel10064b-resumo

            close rel10064b

            move spaces                              to ws-sp-parametros
            string ws-cd-empresa-parm "/" ws-cd-filial-parm "/" ws-cd-conta-parm
                 delimited by size into ws-sp-parametros
            move ws-total-lidas                      to ws-sp-qtd-registros
            perform 9000-registra-spool

            close pd00900
            close pd06300
            close pd08200
            close pd08300

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR06300.cpy.
       copy CSR08200.cpy.
       copy CSR08300.cpy.
