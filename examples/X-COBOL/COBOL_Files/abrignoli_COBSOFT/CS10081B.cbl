      $set sourceformat"free"
       program-id. CS10081B.
      *>=================================================================================
      *>
      *>                     Regua de Cobranca - Processamento Noturno
      *>
      *>    Passo da cadeia noturna (CS10034B). Le a data-base em PAR10081B
      *>    (zeros = hoje) e aplica a regua de cobranca de PD09800 a todas as
      *>    parcelas abertas de notas de saida de PD05900, de todas as
      *>    filiais: a parcela com saldo em aberto que ja atrasou os dias de
      *>    um estagio mais alto do que o ultimo registrado nela avanca para
      *>    esse estagio, a carta do estagio sai no relatorio e a emissao
      *>    fica no historico de cobranca PD09900 (tipo C, usuario zero).
      *>    A parcela so sobe de estagio - rodar o job de novo no mesmo dia
      *>    nao repete carta. Em seguida acerta o bloqueio de venda do
      *>    cliente em PD00600: bloqueado enquanto houver parcela aberta num
      *>    estagio que bloqueia, liberado quando nao houver mais; cada
      *>    mudanca vai para o log PD00900. A saida leva numero de geracao e
      *>    fica no catalogo de spool PD06300 - as cartas emitidas ficam
      *>    preservadas como evidencia.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00600.cpy.
       copy CSS05900.cpy.
       copy CSS06300.cpy.
       copy CSS09800.cpy.
       copy CSS09900.cpy.

           select par10081b
               assign to "PAR10081B"
               organization is line sequential
               file status is ws-fs-par10081b.

      *>   Saida com numero de geracao, registrada no catalogo de spool PD06300
      *>   (vide CS10033C).
           select rel10081b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-rel10081b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00600.cpy.
       copy CSF05900.cpy.
       copy CSF06300.cpy.
       copy CSF09800.cpy.
       copy CSF09900.cpy.

       fd   par10081b
            record contains 8 characters.

      *>   Data-base zerada = hoje.
       01   par10081b-linha.
            03 pp-data-base                        pic 9(08).

       fd   rel10081b
            record contains 132 characters.

       01   rel10081b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10081B".
       78   c-descricao-programa                   value "REGUA DE COBRANCA".
       78   c-max-estagios                         value 500.
       78   c-max-bloqueados                       value 5000.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-regua.
            03 ws-fs-par10081b                      pic x(02).
            03 ws-fs-rel10081b                      pic x(02).
            03 ws-fl-parametro-ok                    pic x(01).
               88 ws-parametro-ok                        value "S".
               88 ws-parametro-nok                       value "N".
            03 ws-fl-achou                           pic x(01).
               88 ws-achou                               value "S".
            03 ws-fl-bloquear                        pic x(01).
               88 ws-bloquear                            value "S".
            03 ws-data-base                          pic 9(08).
            03 ws-dias-atraso                        pic 9(05).
            03 ws-valor-saldo-parcela                pic 9(09)v9(02).
            03 ws-idx-estagio                        pic 9(04).
            03 ws-idx-novo-estagio                   pic 9(04).
            03 ws-idx-bloqueado                      pic 9(04).
            03 ws-total-parcelas-vencidas            pic 9(07).
            03 ws-total-cartas                       pic 9(07).
            03 ws-total-bloqueios                    pic 9(07).
            03 ws-total-liberacoes                   pic 9(07).
            03 ws-descartados                        pic 9(07).

      *> Regua de todas as filiais, na ordem da chave de PD09800 (empresa,
      *> filial, estagio).
       01   ws-tab-estagios.
            03 ws-te-total-ocor                      pic 9(04) value zeros.
            03 ws-te-ocor                            occurs 500.
               05 ws-te-cd-empresa                   pic 9(03).
               05 ws-te-cd-filial                    pic 9(04).
               05 ws-te-estagio                      pic 9(02).
               05 ws-te-dias-atraso                  pic 9(04).
               05 ws-te-descricao-estagio            pic x(30).
               05 ws-te-fl-bloqueia-venda            pic x(01).
                  88 ws-te-bloqueia-venda                value "S".
               05 ws-te-texto-carta-1                pic x(70).
               05 ws-te-texto-carta-2                pic x(70).

      *> Clientes com parcela aberta num estagio que bloqueia a venda.
       01   ws-tab-bloqueados.
            03 ws-tb-total-ocor                      pic 9(04) value zeros.
            03 ws-tb-ocor                            occurs 5000.
               05 ws-tb-cd-empresa                   pic 9(03).
               05 ws-tb-cd-filial                    pic 9(04).
               05 ws-tb-cd-destinatario              pic 9(09).

       01   rel10081b-cabecalho.
            03 filler                              pic x(30) value "Regua de cobranca - data-base:".
            03 rc-cab-data-base                     pic 9(08).

       01   rel10081b-carta-1.
            03 filler                              pic x(28) value "*** CARTA DE COBRANCA - Est.".
            03 rc-ca1-estagio                       pic 9(02).
            03 filler                              pic x(01) value space.
            03 rc-ca1-descricao                     pic x(30).
            03 filler                              pic x(09) value " Empresa:".
            03 rc-ca1-cd-empresa                    pic 9(03).
            03 filler                              pic x(08) value " Filial:".
            03 rc-ca1-cd-filial                     pic 9(04).

       01   rel10081b-carta-2.
            03 filler                              pic x(09) value "Cliente:".
            03 rc-ca2-cd-destinatario               pic 9(09).
            03 filler                              pic x(01) value space.
            03 rc-ca2-nome                          pic x(55).

       01   rel10081b-carta-3.
            03 filler                              pic x(11) value "Documento:".
            03 rc-ca3-numero-documento              pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rc-ca3-serie-documento               pic x(03).
            03 filler                              pic x(09) value " Parcela:".
            03 rc-ca3-parcela                       pic 9(02).
            03 filler                              pic x(12) value " Vencimento:".
            03 rc-ca3-data-vencimento               pic 9(08).
            03 filler                              pic x(07) value " Saldo:".
            03 rc-ca3-saldo                         pic zzz.zzz.zz9,99.
            03 filler                              pic x(13) value " Dias atraso:".
            03 rc-ca3-dias-atraso                   pic zzzz9.

       01   rel10081b-carta-texto.
            03 filler                              pic x(02) value spaces.
            03 rc-cat-texto                         pic x(70).

       01   rel10081b-bloqueio.
            03 rc-blq-acao                          pic x(10).
            03 filler                              pic x(09) value " Empresa:".
            03 rc-blq-cd-empresa                    pic 9(03).
            03 filler                              pic x(08) value " Filial:".
            03 rc-blq-cd-filial                     pic 9(04).
            03 filler                              pic x(09) value " Cliente:".
            03 rc-blq-cd-destinatario               pic 9(09).
            03 filler                              pic x(01) value space.
            03 rc-blq-nome                          pic x(55).

       01   rel10081b-resumo-1.
            03 filler                              pic x(28) value "Parcelas vencidas abertas..:".
            03 rc-res-parcelas                      pic z.zzz.zz9.
            03 filler                              pic x(19) value "   Cartas emitidas:".
            03 rc-res-cartas                        pic z.zzz.zz9.

       01   rel10081b-resumo-2.
            03 filler                              pic x(28) value "Clientes bloqueados........:".
            03 rc-res-bloqueios                     pic z.zzz.zz9.
            03 filler                              pic x(18) value "   Liberados.....:".
            03 rc-res-liberacoes                    pic z.zzz.zz9.

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
      *>     Passo da cadeia noturna: sem parametro, devolve erro para que
      *>     CS10034B pare a cadeia e a retome daqui.
            if   ws-parametro-nok
                 move 8                              to return-code
            end-if
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            set ws-parametro-nok                    to true
            move zeros                              to ws-total-parcelas-vencidas
            move zeros                              to ws-total-cartas
            move zeros                              to ws-total-bloqueios
            move zeros                              to ws-total-liberacoes
            move zeros                              to ws-descartados

            move zeros                              to ws-cd-usuario-operacao
            perform 9000-abrir-e-pd00900

            open input par10081b
            if   ws-fs-par10081b = "00"
                 read par10081b
                      at end
                           continue
                      not at end
                           set ws-parametro-ok       to true
                 end-read
                 close par10081b
            end-if

            if   ws-parametro-nok
                 move "Parametro PAR10081B ausente ou vazio!" to ws-mensagem
                 perform 9000-mensagem-lote
            end-if

            if   ws-parametro-ok
                 if   pp-data-base = zeros
                      move function current-date(1:8) to ws-data-base
                 else
                      move pp-data-base              to ws-data-base
                 end-if
            end-if

            perform 9000-abrir-io-pd00600
            perform 9000-abrir-io-pd05900
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd09800
            perform 9000-abrir-io-pd09900

            move c-este-programa                     to f06300-nome-programa
            move "REL10081B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output rel10081b

       exit.

      *>=================================================================================
       2000-processamento section.

            move zeros                              to ws-cd-usuario-operacao

            move ws-data-base                       to rc-cab-data-base
            write rel10081b-linha                   from rel10081b-cabecalho
            move spaces                             to rel10081b-linha
            write rel10081b-linha

            perform 2100-carrega-estagios
            perform 2200-aplica-regua
            perform 2500-acerta-bloqueios

            if   ws-descartados > zeros
                 move spaces                        to rel10081b-linha
                 string "*** ALERTA: " ws-descartados
                        " estagio(s)/cliente(s) fora da tabela - liberacoes suspensas ***"
                      delimited by size into rel10081b-linha
                 write rel10081b-linha

                 string "Regua INCOMPLETA - " ws-descartados
                        " ocorrencia(s) descartada(s)" into ws-mensagem
                 perform 9000-mensagem-lote
            end-if

            move spaces                             to rel10081b-linha
            write rel10081b-linha
            move ws-total-parcelas-vencidas         to rc-res-parcelas
            move ws-total-cartas                    to rc-res-cartas
            write rel10081b-linha                   from rel10081b-resumo-1
            move ws-total-bloqueios                 to rc-res-bloqueios
            move ws-total-liberacoes                to rc-res-liberacoes
            write rel10081b-linha                   from rel10081b-resumo-2

       exit.

      *>=================================================================================
      *> Regua de todas as filiais em memoria.
       2100-carrega-estagios section.

            initialize                              f09800-chave
            perform 9000-str-pd09800-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09800-seq-1

                 if   ws-operacao-ok
                      if   ws-te-total-ocor not less c-max-estagios
                           add 1                    to ws-descartados
                      else
                           add 1                    to ws-te-total-ocor
                           move f09800-cd-empresa   to ws-te-cd-empresa(ws-te-total-ocor)
                           move f09800-cd-filial    to ws-te-cd-filial(ws-te-total-ocor)
                           move f09800-estagio      to ws-te-estagio(ws-te-total-ocor)
                           move f09800-dias-atraso  to ws-te-dias-atraso(ws-te-total-ocor)
                           move f09800-descricao-estagio
                                                    to ws-te-descricao-estagio(ws-te-total-ocor)
                           move f09800-fl-bloqueia-venda
                                                    to ws-te-fl-bloqueia-venda(ws-te-total-ocor)
                           move f09800-texto-carta-1
                                                    to ws-te-texto-carta-1(ws-te-total-ocor)
                           move f09800-texto-carta-2
                                                    to ws-te-texto-carta-2(ws-te-total-ocor)
                      end-if
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Parcelas abertas de notas de saida, de todas as filiais.
       2200-aplica-regua section.

            initialize                              f05900-chave
            perform 9000-str-pd05900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd05900-seq-1

                 if   ws-operacao-ok
                      if   f05900-nota-saida
                      and  f05900-duplicata-aberta
                           perform 2300-avalia-parcela
                      end-if
                      set ws-operacao-ok             to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Parcela com saldo e vencida ate a data-base: procura o estagio mais
      *> alto da filial ja alcancado pelo atraso; se passa do ultimo
      *> registrado na parcela, avanca e emite a carta. Por fim, se o
      *> estagio corrente da parcela bloqueia, o cliente entra na lista de
      *> bloqueados.
       2300-avalia-parcela section.

            if   f05900-valor-baixado not less f05900-valor-parcela
                 exit section
            end-if

            if   f05900-data-vencimento not less ws-data-base
                 exit section
            end-if

            compute ws-valor-saldo-parcela = f05900-valor-parcela
                                           - f05900-valor-baixado

            compute ws-dias-atraso =
                    function integer-of-date(ws-data-base)
                    - function integer-of-date(f05900-data-vencimento)

            add 1                                   to ws-total-parcelas-vencidas

            move zeros                              to ws-idx-novo-estagio

            perform varying ws-idx-estagio from 1 by 1
                    until ws-idx-estagio > ws-te-total-ocor
                 if   ws-te-cd-empresa(ws-idx-estagio) equal f05900-cd-empresa
                 and  ws-te-cd-filial(ws-idx-estagio)  equal f05900-cd-filial
                 and  ws-te-dias-atraso(ws-idx-estagio) not greater ws-dias-atraso
                 and  ws-te-estagio(ws-idx-estagio)    greater f05900-estagio-cobranca
                      if   ws-idx-novo-estagio equal zeros
                           move ws-idx-estagio       to ws-idx-novo-estagio
                      else
                           if   ws-te-estagio(ws-idx-estagio)
                                greater ws-te-estagio(ws-idx-novo-estagio)
                                move ws-idx-estagio  to ws-idx-novo-estagio
                           end-if
                      end-if
                 end-if
            end-perform

            if   ws-idx-novo-estagio <> zeros
                 perform 2400-avanca-estagio
            end-if

            perform 9000-localiza-estagio-parcela
            if   ws-achou
            and  ws-te-bloqueia-venda(ws-idx-estagio)
                 perform 9000-inclui-bloqueado
            end-if

       exit.

      *>=================================================================================
       2400-avanca-estagio section.

            move ws-te-estagio(ws-idx-novo-estagio) to f05900-estagio-cobranca
            move ws-data-base                       to f05900-data-estagio-cobranca

            perform 9000-marca-auditoria-pd05900
            perform 9000-regravar-pd05900

            if   not ws-operacao-ok
                 string "Erro regravando parcela " f05900-numero-documento
                        "/" f05900-parcela into ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            initialize                              f00600-destinatario
            move f05900-cd-empresa                  to f00600-cd-empresa
            move f05900-cd-filial                   to f00600-cd-filial
            move f05900-cd-destinatario             to f00600-cd-destinatario
            perform 9000-ler-pd00600-ran-1
            if   not ws-operacao-ok
                 move "*** NAO CADASTRADO ***"      to f00600-nome-destinatario
            end-if

            move ws-te-estagio(ws-idx-novo-estagio) to rc-ca1-estagio
            move ws-te-descricao-estagio(ws-idx-novo-estagio)
                                                    to rc-ca1-descricao
            move f05900-cd-empresa                  to rc-ca1-cd-empresa
            move f05900-cd-filial                   to rc-ca1-cd-filial
            write rel10081b-linha                   from rel10081b-carta-1

            move f05900-cd-destinatario             to rc-ca2-cd-destinatario
            move f00600-nome-destinatario           to rc-ca2-nome
            write rel10081b-linha                   from rel10081b-carta-2

            move f05900-numero-documento            to rc-ca3-numero-documento
            move f05900-serie-documento             to rc-ca3-serie-documento
            move f05900-parcela                     to rc-ca3-parcela
            move f05900-data-vencimento             to rc-ca3-data-vencimento
            move ws-valor-saldo-parcela             to rc-ca3-saldo
            move ws-dias-atraso                     to rc-ca3-dias-atraso
            write rel10081b-linha                   from rel10081b-carta-3

            move ws-te-texto-carta-1(ws-idx-novo-estagio) to rc-cat-texto
            write rel10081b-linha                   from rel10081b-carta-texto
            move ws-te-texto-carta-2(ws-idx-novo-estagio) to rc-cat-texto
            write rel10081b-linha                   from rel10081b-carta-texto

            move spaces                             to rel10081b-linha
            write rel10081b-linha

            add 1                                   to ws-total-cartas

            initialize                              f09900-contato-cobranca
            move f05900-cd-empresa                  to f09900-cd-empresa
            move f05900-cd-filial                   to f09900-cd-filial
            move f05900-cd-destinatario             to f09900-cd-destinatario
            set f09900-contato-carta                to true
            string "Carta da regua - estagio " ws-te-estagio(ws-idx-novo-estagio)
                   " " ws-te-descricao-estagio(ws-idx-novo-estagio)
                 delimited by size into f09900-descricao-contato
            move f05900-numero-documento            to f09900-numero-documento
            move f05900-serie-documento             to f09900-serie-documento
            move f05900-parcela                     to f09900-parcela
            move ws-te-estagio(ws-idx-novo-estagio) to f09900-estagio

            perform 9000-registra-contato-cobranca

            if   not ws-operacao-ok
                 string "Erro gravando historico cliente " f05900-cd-destinatario
                        into ws-mensagem
                 perform 9000-mensagem-lote
            end-if

       exit.

      *>=================================================================================
      *> Acerta o bloqueio de venda de cada cliente pela lista de bloqueados.
      *> Com a lista incompleta (tabela esgotada), so bloqueia - liberar um
      *> cliente que talvez devesse continuar bloqueado nao e aceitavel.
       2500-acerta-bloqueios section.

            initialize                              f00600-chave
            perform 9000-str-pd00600-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd00600-seq-1

                 if   ws-operacao-ok
                      perform 2600-acerta-cliente
                      set ws-operacao-ok             to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2600-acerta-cliente section.

            move "N"                                to ws-fl-bloquear

            perform varying ws-idx-bloqueado from 1 by 1
                    until ws-idx-bloqueado > ws-tb-total-ocor
                 if   ws-tb-cd-empresa(ws-idx-bloqueado)      equal f00600-cd-empresa
                 and  ws-tb-cd-filial(ws-idx-bloqueado)       equal f00600-cd-filial
                 and  ws-tb-cd-destinatario(ws-idx-bloqueado) equal f00600-cd-destinatario
                      set ws-bloquear                to true
                      exit perform
                 end-if
            end-perform

            evaluate true
                 when ws-bloquear
                  and not f00600-bloqueado-cobranca
                      set f00600-bloqueado-cobranca  to true
                      move "BLOQUEADO"               to rc-blq-acao
                      add 1                          to ws-total-bloqueios
                 when not ws-bloquear
                  and f00600-bloqueado-cobranca
                  and ws-descartados equal zeros
                      move spaces                    to f00600-fl-bloqueio-cobranca
                      move "LIBERADO"                to rc-blq-acao
                      add 1                          to ws-total-liberacoes
                 when other
                      exit section
            end-evaluate

            perform 9000-marca-auditoria-pd00600
            perform 9000-regravar-pd00600

            if   not ws-operacao-ok
                 string "Erro regravando bloqueio cliente " f00600-cd-destinatario
                        into ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move f00600-cd-empresa                  to rc-blq-cd-empresa
            move f00600-cd-filial                   to rc-blq-cd-filial
            move f00600-cd-destinatario             to rc-blq-cd-destinatario
            move f00600-nome-destinatario           to rc-blq-nome
            write rel10081b-linha                   from rel10081b-bloqueio

            string "Cobranca: cliente " f00600-cd-destinatario " filial "
                   f00600-cd-filial " " rc-blq-acao
                 delimited by size into ws-mensagem
            perform 9000-mensagem-lote

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close rel10081b

            if   ws-parametro-ok
                 move ws-data-base                  to ws-sp-parametros
            else
                 move spaces                        to ws-sp-parametros
            end-if
            move ws-total-cartas                     to ws-sp-qtd-registros
            perform 9000-registra-spool

            close pd00900
            close pd00600
            close pd05900
            close pd06300
            close pd09800
            close pd09900

       exit.

      *>=================================================================================
      *> Posiciona ws-idx-estagio no estagio corrente da parcela (ws-achou).
       9000-localiza-estagio-parcela section.

            move "N"                                to ws-fl-achou

            if   f05900-estagio-cobranca equal zeros
                 exit section
            end-if

            perform varying ws-idx-estagio from 1 by 1
                    until ws-idx-estagio > ws-te-total-ocor
                 if   ws-te-cd-empresa(ws-idx-estagio) equal f05900-cd-empresa
                 and  ws-te-cd-filial(ws-idx-estagio)  equal f05900-cd-filial
                 and  ws-te-estagio(ws-idx-estagio)    equal f05900-estagio-cobranca
                      set ws-achou                   to true
                      exit perform
                 end-if
            end-perform

       exit.

      *>=================================================================================
       9000-inclui-bloqueado section.

            perform varying ws-idx-bloqueado from 1 by 1
                    until ws-idx-bloqueado > ws-tb-total-ocor
                 if   ws-tb-cd-empresa(ws-idx-bloqueado)      equal f05900-cd-empresa
                 and  ws-tb-cd-filial(ws-idx-bloqueado)       equal f05900-cd-filial
                 and  ws-tb-cd-destinatario(ws-idx-bloqueado) equal f05900-cd-destinatario
                      exit section
                 end-if
            end-perform

            if   ws-tb-total-ocor not less c-max-bloqueados
                 add 1                              to ws-descartados
            else
                 add 1                              to ws-tb-total-ocor
                 move f05900-cd-empresa             to ws-tb-cd-empresa(ws-tb-total-ocor)
                 move f05900-cd-filial              to ws-tb-cd-filial(ws-tb-total-ocor)
                 move f05900-cd-destinatario        to ws-tb-cd-destinatario(ws-tb-total-ocor)
            end-if

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00600.cpy.
       copy CSR05900.cpy.
       copy CSR06300.cpy.
       copy CSR09800.cpy.
       copy CSR09900.cpy.
