      $set sourceformat"free"
       program-id. CS10071B.
      *>=================================================================================
      *>
      *>              Ponto de Pedido e Sugestao de Compra por Filial
      *>
      *>    Para a empresa/filial de PAR10071B calcula o consumo medio diario
      *>    de cada mercadoria pelas notas de saida (tipo 01, canceladas
      *>    fora) da janela de dias do parametro - PD05000/PD05100 vivos e
      *>    historico, dirigido pelo indice PD07900 - e confronta com o
      *>    estoque disponivel: saldo de PD05800 (ou, para mercadoria
      *>    controlada por lote, so os lotes de PD07400 ainda na validade)
      *>    mais o saldo a receber dos pedidos de compra ABERTOS/PARCIAIS
      *>    (PD08700/PD08800). O ponto de pedido e consumo medio x prazo de
      *>    reposicao + estoque de seguranca, nunca abaixo do minimo (vide
      *>    CSF09000.CPY). Disponivel no ponto ou abaixo dele gera sugestao
      *>    ate o maximo do parametro ou, sem maximo, ate o ponto mais a
      *>    cobertura em dias do lote. Mercadoria com consumo e sem
      *>    parametro em PD09000 e avaliada com minimo/seguranca zerados e o
      *>    prazo padrao; parametro inativo suspende a sugestao. A lista sai
      *>    em REL10071B, com numero de geracao no catalogo de spool PD06300.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00700.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS05800.cpy.
       copy CSS06300.cpy.
       copy CSS07400.cpy.
       copy CSS07900.cpy.
       copy CSS08700.cpy.
       copy CSS08800.cpy.
       copy CSS09000.cpy.
       copy CSS05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==
                                   ==ws-fs-pd05000== by ==ws-fs-his05000==
                                   =="PD05000"== by =="HIS05000"==.
       copy CSS05100.cpy replacing leading ==f05100== by ==h05100==
                                   ==pd05100== by ==his05100==
                                   ==ws-fs-pd05100== by ==ws-fs-his05100==
                                   =="PD05100"== by =="HIS05100"==.

           select par10071b
               assign to "PAR10071B"
               organization is line sequential
               file status is ws-fs-par10071b.

      *>   Saida com numero de geracao, registrada no catalogo de spool PD06300
      *>   (vide CS10033C) - cada sugestao de compra fica guardada para
      *>   comparar com o que o comprador efetivamente pediu.
           select rel10071b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-rel10071b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00700.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF05800.cpy.
       copy CSF06300.cpy.
       copy CSF07400.cpy.
       copy CSF07900.cpy.
       copy CSF08700.cpy.
       copy CSF08800.cpy.
       copy CSF09000.cpy.
       copy CSF05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==.
       copy CSF05100.cpy replacing leading ==f05100== by ==h05100==
                                   ==pd05100== by ==his05100==.

      *> Janela (dias de consumo), cobertura (dias alem do ponto quando o
      *> parametro nao tem maximo) e prazo padrao de reposicao - zerados
      *> assumem 90, 30 e 15 dias.
       fd   par10071b
            record contains 16 characters.

       01   par10071b-linha.
            03 pp-cd-empresa                       pic 9(03).
            03 pp-cd-filial                        pic 9(04).
            03 pp-janela-dias                      pic 9(03).
            03 pp-cobertura-dias                   pic 9(03).
            03 pp-prazo-padrao                     pic 9(03).

       fd   rel10071b
            record contains 132 characters.

       01   rel10071b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10071B".
       78   c-descricao-programa                   value "SUGESTAO DE COMPRA".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-reposicao.
            03 ws-fs-par10071b                      pic x(02).
            03 ws-fs-rel10071b                      pic x(02).
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
            03 ws-fl-achou                          pic x(01).
               88 ws-achou                              value "S".
            03 ws-fl-agregacao-truncada             pic x(01).
               88 ws-agregacao-truncada                 value "S".
            03 ws-fl-com-parametro                  pic x(01).
               88 ws-com-parametro                      value "S".
            03 ws-cd-empresa-parm                   pic 9(03).
            03 ws-cd-filial-parm                    pic 9(04).
            03 ws-janela-parm                       pic 9(03).
            03 ws-cobertura-parm                    pic 9(03).
            03 ws-prazo-padrao-parm                 pic 9(03).
            03 ws-data-hoje                         pic 9(08).
            03 ws-data-inicio                       pic 9(08).
            03 ws-dia-inicio                        pic 9(07).
            03 ws-chave-doc-comparacao              pic x(30).
            03 ws-idx-mercadoria                    pic 9(04).
            03 ws-cd-mercadoria-busca               pic 9(09).
            03 ws-total-documentos                  pic 9(07).
            03 ws-total-itens                       pic 9(07).
            03 ws-total-avaliadas                   pic 9(07).
            03 ws-total-sugeridas                   pic 9(07).

      *> Calculo de uma mercadoria (quantidades na unidade padrao).
       01   ws-calculo-reposicao.
            03 ws-rp-estoque                        pic s9(11)v9(06).
            03 ws-rp-pedido-aberto                  pic 9(11)v9(06).
            03 ws-rp-consumo-periodo                pic 9(11)v9(06).
            03 ws-rp-consumo-medio                  pic 9(09)v9(06).
            03 ws-rp-estoque-minimo                 pic 9(09)v9(06).
            03 ws-rp-estoque-seguranca              pic 9(09)v9(06).
            03 ws-rp-estoque-maximo                 pic 9(09)v9(06).
            03 ws-rp-prazo                          pic 9(03).
            03 ws-rp-ponto-pedido                   pic 9(11)v9(06).
            03 ws-rp-disponivel                     pic s9(11)v9(06).
            03 ws-rp-alvo                           pic 9(11)v9(06).
            03 ws-rp-sugerido                       pic s9(11)v9(06).
            03 ws-rp-dias-cobertura                 pic 9(05).
            03 ws-qtd-saldo-pedido                  pic s9(09)v9(06).

      *> Consumo e saldo de pedido por mercadoria da filial - ws-mc-fl-avaliada
      *> marca quem ja passou pelo parametro de PD09000 (ativo ou nao).
       01   ws-tab-mercadoria.
            03 ws-mc-total-ocor                     pic 9(04) value zeros.
            03 ws-mc-ocor                           occurs 3000.
               05 ws-mc-cd-mercadoria               pic 9(09).
               05 ws-mc-consumo                     pic 9(11)v9(06).
               05 ws-mc-pedido-aberto               pic 9(11)v9(06).
               05 ws-mc-fl-avaliada                 pic x(01).

       01   rel10071b-cabecalho.
            03 filler                              pic x(29) value "Sugestao de compra - Filial.:".
            03 rc-cab-cd-empresa                    pic 9(03).
            03 filler                              pic x(01) value "/".
            03 rc-cab-cd-filial                     pic 9(04).
            03 filler                              pic x(10) value " Janela.:".
            03 rc-cab-janela                        pic zz9.
            03 filler                              pic x(08) value " dias de".
            03 filler                              pic x(01) value space.
            03 rc-cab-data-inicio                   pic 9(08).
            03 filler                              pic x(03) value " a ".
            03 rc-cab-data-hoje                     pic 9(08).
            03 filler                              pic x(13) value " Cobertura.:".
            03 rc-cab-cobertura                     pic zz9.
            03 filler                              pic x(16) value " Prazo padrao.:".
            03 rc-cab-prazo-padrao                  pic zz9.

       01   rel10071b-titulo.
            03 filler                              pic x(40) value "Mercadoria".
            03 filler                              pic x(13) value "     Estoque".
            03 filler                              pic x(12) value "  Pedido Ab.".
            03 filler                              pic x(12) value "  Cons./Dia".
            03 filler                              pic x(12) value "  Ponto Ped.".
            03 filler                              pic x(12) value "    Sugerido".
            03 filler                              pic x(06) value "  Dias".
            03 filler                              pic x(06) value " Prazo".
            03 filler                              pic x(06) value " Parm.".

       01   rel10071b-detalhe.
            03 rc-det-cd-mercadoria                 pic 9(09).
            03 filler                              pic x(01) value space.
            03 rc-det-descricao                     pic x(30).
            03 rc-det-estoque                       pic -zzzzzzz9,999.
            03 rc-det-pedido-aberto                 pic zzzzzzz9,999.
            03 rc-det-consumo-medio                 pic zzzzzzz9,999.
            03 rc-det-ponto-pedido                  pic zzzzzzz9,999.
            03 rc-det-sugerido                      pic zzzzzzz9,999.
            03 filler                              pic x(01) value space.
            03 rc-det-dias-cobertura                pic zzzz9.
            03 filler                              pic x(03) value spaces.
            03 rc-det-prazo                         pic zz9.
            03 filler                              pic x(05) value spaces.
            03 rc-det-fl-parametro                  pic x(01).

       01   rel10071b-resumo.
            03 filler                              pic x(13) value "Documentos.:".
            03 rc-res-documentos                    pic zzzzz9.
            03 filler                              pic x(09) value " Itens..:".
            03 rc-res-itens                         pic zzzzzz9.
            03 filler                              pic x(23) value " Mercadorias avaliadas:".
            03 rc-res-avaliadas                     pic zzzzz9.
            03 filler                              pic x(22) value " Com sugestao compra.:".
            03 rc-res-sugeridas                     pic zzzzz9.

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
            move "N"                                to ws-fl-agregacao-truncada
            move zeros                              to ws-total-documentos
            move zeros                              to ws-total-itens
            move zeros                              to ws-total-avaliadas
            move zeros                              to ws-total-sugeridas

            open input par10071b
            read par10071b
                 at end
                      move "Parametro PAR10071B ausente ou vazio!" to ws-mensagem
                      perform 9000-mensagem-lote
                 not at end
                      set ws-parametro-ok            to true
            end-read
            close par10071b

            if   ws-parametro-ok
                 move pp-cd-empresa                  to ws-cd-empresa-parm
                 move pp-cd-filial                   to ws-cd-filial-parm
                 move pp-janela-dias                 to ws-janela-parm
                 move pp-cobertura-dias              to ws-cobertura-parm
                 move pp-prazo-padrao                to ws-prazo-padrao-parm
            end-if

            if   ws-janela-parm = zeros
                 move 90                             to ws-janela-parm
            end-if
            if   ws-cobertura-parm = zeros
                 move 30                             to ws-cobertura-parm
            end-if
            if   ws-prazo-padrao-parm = zeros
                 move 15                             to ws-prazo-padrao-parm
            end-if

      *>    A janela termina hoje e conta o proprio dia.
            move function current-date(1:8)        to ws-data-hoje
            compute ws-dia-inicio = function integer-of-date(ws-data-hoje)
                                  - ws-janela-parm + 1
            move function date-of-integer(ws-dia-inicio)
                                                    to ws-data-inicio

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05100
            perform 9000-abrir-io-pd05800
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd07400
            perform 9000-abrir-io-pd07900
            perform 9000-abrir-io-pd08700
            perform 9000-abrir-io-pd08800
            perform 9000-abrir-io-pd09000

            open input his05000
            open input his05100

            move c-este-programa                     to f06300-nome-programa
            move "REL10071B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output rel10071b

            move ws-cd-empresa-parm                  to rc-cab-cd-empresa
            move ws-cd-filial-parm                   to rc-cab-cd-filial
            move ws-janela-parm                      to rc-cab-janela
            move ws-data-inicio                      to rc-cab-data-inicio
            move ws-data-hoje                        to rc-cab-data-hoje
            move ws-cobertura-parm                   to rc-cab-cobertura
            move ws-prazo-padrao-parm                to rc-cab-prazo-padrao
            write rel10071b-linha                    from rel10071b-cabecalho
            write rel10071b-linha                    from rel10071b-titulo

       exit.

      *>=================================================================================
       2000-processamento section.

            perform 2100-acumula-consumo
            perform 2300-acumula-pedidos-abertos

            if   ws-agregacao-truncada
                 move "*** ALERTA: mais de 3000 mercadorias - consumo/pedidos das excedentes fora do calculo ***"
                                                     to rel10071b-linha
                 write rel10071b-linha
            end-if

            perform 2400-avalia-parametrizadas
            perform 2500-avalia-sem-parametro

       exit.

      *>=================================================================================
      *> Notas da janela pelo indice de movimento (PD07900), a partir do mes
      *> da data inicial - mesmo desenho de CS10067B/2200-contabiliza-notas.
       2100-acumula-consumo section.

            initialize                              f07900-chave
            move ws-cd-empresa-parm                 to f07900-cd-empresa
            move ws-cd-filial-parm                  to f07900-cd-filial
            move ws-data-inicio(1:6)                to f07900-ano-mes

            perform 9000-str-pd07900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd07900-seq-1

                 if   ws-operacao-ok
                 and  f07900-cd-empresa equal ws-cd-empresa-parm
                 and  f07900-cd-filial  equal ws-cd-filial-parm

                      perform 2110-carrega-documento-indice

                      if   ws-documento-carregado
                      and  f05000-nota-saida
                      and  not f05000-doc-cancelado
                      and  f05000-data-operacao >= ws-data-inicio
                      and  f05000-data-operacao <= ws-data-hoje
                           add 1                     to ws-total-documentos
                           if   ws-documento-historico
                                perform 2130-acumula-itens-historico
                           else
                                perform 2120-acumula-itens-vivos
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
       2110-carrega-documento-indice section.

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
       2120-acumula-itens-vivos section.

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
                      perform 2200-acumula-item
                      set ws-operacao-ok             to true
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2130-acumula-itens-historico section.

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
                      perform 2200-acumula-item
                      set ws-operacao-ok             to true
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2200-acumula-item section.

            add 1                                   to ws-total-itens

            move f05100-cd-mercadoria               to ws-cd-mercadoria-busca
            perform 9000-localiza-mercadoria

            if   ws-achou
                 add f05100-quantidade-padrao       to ws-mc-consumo(ws-idx-mercadoria)
            end-if

       exit.

      *>=================================================================================
      *> Saldo a receber dos pedidos de compra da filial: itens de pedido
      *> ABERTO/PARCIAL, pedido menos recebido (unidade padrao).
       2300-acumula-pedidos-abertos section.

            initialize                              f08700-pedido-compra
            initialize                              f08800-chave
            move ws-cd-empresa-parm                 to f08800-cd-empresa
            move ws-cd-filial-parm                  to f08800-cd-filial

            perform 9000-str-pd08800-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08800-seq-1

                 if   ws-operacao-ok
                 and  f08800-cd-empresa equal ws-cd-empresa-parm
                 and  f08800-cd-filial  equal ws-cd-filial-parm

                      if   f08800-chave-pedido not equal f08700-chave
                           move f08800-chave-pedido  to f08700-chave
                           perform 9000-ler-pd08700-ran-1
                           if   not ws-operacao-ok
                                move "C"             to f08700-fl-situacao
                           end-if
                      end-if

                      compute ws-qtd-saldo-pedido = f08800-quantidade-padrao
                                                  - f08800-quantidade-recebida

                      if   (f08700-pedido-aberto or f08700-pedido-parcial)
                      and  ws-qtd-saldo-pedido > zeros
                           move f08800-cd-mercadoria  to ws-cd-mercadoria-busca
                           perform 9000-localiza-mercadoria
                           if   ws-achou
                                add ws-qtd-saldo-pedido
                                          to ws-mc-pedido-aberto(ws-idx-mercadoria)
                           end-if
                      end-if

                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Mercadorias com parametro de reposicao na filial. Parametro inativo
      *> so marca a mercadoria como avaliada - a sugestao fica suspensa.
       2400-avalia-parametrizadas section.

            initialize                              f09000-chave
            move ws-cd-empresa-parm                 to f09000-cd-empresa
            move ws-cd-filial-parm                  to f09000-cd-filial

            perform 9000-str-pd09000-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09000-seq-1

                 if   ws-operacao-ok
                 and  f09000-cd-empresa equal ws-cd-empresa-parm
                 and  f09000-cd-filial  equal ws-cd-filial-parm

                      move f09000-cd-mercadoria      to ws-cd-mercadoria-busca
                      perform 9000-localiza-mercadoria

                      move zeros                     to ws-rp-consumo-periodo
                      move zeros                     to ws-rp-pedido-aberto
                      if   ws-achou
                           move "S"                  to ws-mc-fl-avaliada(ws-idx-mercadoria)
                           move ws-mc-consumo(ws-idx-mercadoria)
                                                     to ws-rp-consumo-periodo
                           move ws-mc-pedido-aberto(ws-idx-mercadoria)
                                                     to ws-rp-pedido-aberto
                      end-if

                      if   f09000-parametro-ativo
                           set ws-com-parametro      to true
                           move f09000-estoque-minimo     to ws-rp-estoque-minimo
                           move f09000-estoque-seguranca  to ws-rp-estoque-seguranca
                           move f09000-estoque-maximo     to ws-rp-estoque-maximo
                           move f09000-prazo-reposicao    to ws-rp-prazo
                           if   ws-rp-prazo = zeros
                                move ws-prazo-padrao-parm to ws-rp-prazo
                           end-if
                           perform 2600-calcula-reposicao
                      end-if

                      set ws-operacao-ok             to true

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Mercadorias que giraram na janela sem parametro em PD09000: so o
      *> consumo x prazo padrao decide - sem minimo, seguranca ou maximo.
       2500-avalia-sem-parametro section.

            perform varying ws-idx-mercadoria from 1 by 1
                    until ws-idx-mercadoria > ws-mc-total-ocor

                 if   ws-mc-fl-avaliada(ws-idx-mercadoria) <> "S"
                 and  ws-mc-consumo(ws-idx-mercadoria) > zeros
                      move "N"                       to ws-fl-com-parametro
                      move ws-mc-cd-mercadoria(ws-idx-mercadoria)
                                                     to f09000-cd-mercadoria
                      move ws-mc-consumo(ws-idx-mercadoria)
                                                     to ws-rp-consumo-periodo
                      move ws-mc-pedido-aberto(ws-idx-mercadoria)
                                                     to ws-rp-pedido-aberto
                      move zeros                     to ws-rp-estoque-minimo
                      move zeros                     to ws-rp-estoque-seguranca
                      move zeros                     to ws-rp-estoque-maximo
                      move ws-prazo-padrao-parm      to ws-rp-prazo
                      perform 2600-calcula-reposicao
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Uma mercadoria (f09000-cd-mercadoria) com consumo, pedido aberto e
      *> limites ja em ws-calculo-reposicao: estoque, ponto de pedido e
      *> sugestao. So sai no relatorio quem tem quantidade a comprar.
       2600-calcula-reposicao section.

            add 1                                   to ws-total-avaliadas

            perform 2610-apura-estoque

            compute ws-rp-consumo-medio rounded = ws-rp-consumo-periodo / ws-janela-parm

            compute ws-rp-ponto-pedido = ws-rp-consumo-medio * ws-rp-prazo
                                       + ws-rp-estoque-seguranca
            if   ws-rp-ponto-pedido < ws-rp-estoque-minimo
                 move ws-rp-estoque-minimo          to ws-rp-ponto-pedido
            end-if

            compute ws-rp-disponivel = ws-rp-estoque + ws-rp-pedido-aberto

            if   ws-rp-ponto-pedido = zeros
            or   ws-rp-disponivel > ws-rp-ponto-pedido
                 exit section
            end-if

            if   ws-rp-estoque-maximo > zeros
                 move ws-rp-estoque-maximo          to ws-rp-alvo
            else
                 compute ws-rp-alvo = ws-rp-ponto-pedido
                                    + ws-rp-consumo-medio * ws-cobertura-parm
            end-if
            if   ws-rp-alvo < ws-rp-ponto-pedido
                 move ws-rp-ponto-pedido            to ws-rp-alvo
            end-if

            compute ws-rp-sugerido = ws-rp-alvo - ws-rp-disponivel

            if   ws-rp-sugerido not > zeros
                 exit section
            end-if

      *>    Dias que o disponivel ainda cobre no ritmo da janela.
            if   ws-rp-consumo-medio > zeros
            and  ws-rp-disponivel > zeros
                 compute ws-rp-dias-cobertura = ws-rp-disponivel / ws-rp-consumo-medio
                      on size error
                           move 99999               to ws-rp-dias-cobertura
                 end-compute
            else
                 move zeros                         to ws-rp-dias-cobertura
            end-if

            add 1                                   to ws-total-sugeridas

            move f09000-cd-mercadoria               to rc-det-cd-mercadoria
            move f09000-cd-mercadoria               to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   ws-operacao-ok
                 move f00700-descricao-mercadoria   to rc-det-descricao
            else
                 move "** nao cadastrada **"   to rc-det-descricao
            end-if
            move ws-rp-estoque                      to rc-det-estoque
            move ws-rp-pedido-aberto                to rc-det-pedido-aberto
            move ws-rp-consumo-medio                to rc-det-consumo-medio
            move ws-rp-ponto-pedido                 to rc-det-ponto-pedido
            move ws-rp-sugerido                     to rc-det-sugerido
            move ws-rp-dias-cobertura               to rc-det-dias-cobertura
            move ws-rp-prazo                        to rc-det-prazo
            move ws-fl-com-parametro                to rc-det-fl-parametro
            write rel10071b-linha                   from rel10071b-detalhe

       exit.

      *>=================================================================================
      *> Estoque da mercadoria na filial: saldo de PD05800; mercadoria
      *> controlada por lote soma so os lotes de PD07400 com validade nao
      *> vencida (validade zerada vale como sem vencimento).
       2610-apura-estoque section.

            move zeros                              to ws-rp-estoque

            move f09000-cd-mercadoria               to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1

            if   ws-operacao-ok
            and  f00700-controla-lote

                 initialize                         f07400-chave
                 move ws-cd-empresa-parm            to f07400-cd-empresa
                 move ws-cd-filial-parm             to f07400-cd-filial
                 move f09000-cd-mercadoria          to f07400-cd-mercadoria

                 perform 9000-str-pd07400-ge

                 perform until not ws-operacao-ok

                      perform 9000-ler-pd07400-seq-1

                      if   ws-operacao-ok
                      and  f07400-cd-empresa    equal ws-cd-empresa-parm
                      and  f07400-cd-filial     equal ws-cd-filial-parm
                      and  f07400-cd-mercadoria equal f09000-cd-mercadoria
                           if   f07400-data-validade = zeros
                           or   f07400-data-validade >= ws-data-hoje
                                add f07400-saldo-padrao to ws-rp-estoque
                           end-if
                      else
                           set ws-operacao-nok       to true
                      end-if

                 end-perform

            else

                 initialize                         f05800-chave
                 move ws-cd-empresa-parm            to f05800-cd-empresa
                 move ws-cd-filial-parm             to f05800-cd-filial
                 move f09000-cd-mercadoria          to f05800-cd-mercadoria
                 perform 9000-ler-pd05800-ran-1
                 if   ws-operacao-ok
                      move f05800-saldo-padrao      to ws-rp-estoque
                 end-if

            end-if

       exit.

      *>=================================================================================
      *> Posiciona ws-idx-mercadoria na ocorrencia de ws-cd-mercadoria-busca,
      *> incluindo-a se nova; tabela cheia liga ws-agregacao-truncada e
      *> devolve ws-achou desligado.
       9000-localiza-mercadoria section.

            move "N"                                to ws-fl-achou

            perform varying ws-idx-mercadoria from 1 by 1
                    until ws-idx-mercadoria > ws-mc-total-ocor
                       or ws-achou
                 if   ws-mc-cd-mercadoria(ws-idx-mercadoria) equal ws-cd-mercadoria-busca
                      set ws-achou                   to true
                 end-if
            end-perform

            if   ws-achou
                 subtract 1                         from ws-idx-mercadoria
                 exit section
            end-if

            if   ws-mc-total-ocor >= 3000
                 set ws-agregacao-truncada           to true
                 exit section
            end-if

            add 1                                   to ws-mc-total-ocor
            move ws-mc-total-ocor                   to ws-idx-mercadoria
            move ws-cd-mercadoria-busca to ws-mc-cd-mercadoria(ws-idx-mercadoria)
            move zeros                  to ws-mc-consumo(ws-idx-mercadoria)
            move zeros                  to ws-mc-pedido-aberto(ws-idx-mercadoria)
            move "N"                    to ws-mc-fl-avaliada(ws-idx-mercadoria)
            set ws-achou                             to true

       exit.

      *>=================================================================================
       3000-finalizacao section.

            if   ws-parametro-ok
                 move ws-total-documentos           to rc-res-documentos
                 move ws-total-itens                to rc-res-itens
                 move ws-total-avaliadas            to rc-res-avaliadas
                 move ws-total-sugeridas            to rc-res-sugeridas
                 write rel10071b-linha              from rel10071b-resumo
            end-if

            close rel10071b

            move spaces                              to ws-sp-parametros
            string ws-cd-empresa-parm "/" ws-cd-filial-parm "/" ws-janela-parm
                 delimited by size into ws-sp-parametros
            move ws-total-sugeridas                  to ws-sp-qtd-registros
            perform 9000-registra-spool

            close pd00900
            close pd00700
            close pd05000
            close pd05100
            close pd05800
            close pd06300
            close pd07400
            close pd07900
            close pd08700
            close pd08800
            close pd09000
            close his05000
            close his05100

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00700.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR05800.cpy.
       copy CSR06300.cpy.
       copy CSR07400.cpy.
       copy CSR07900.cpy.
       copy CSR08700.cpy.
       copy CSR08800.cpy.
       copy CSR09000.cpy.
