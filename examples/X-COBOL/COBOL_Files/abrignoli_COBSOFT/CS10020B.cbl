      *>    entram na mesma acumulacao - o saldo e cumulativo sobre a historia
      *>    inteira, e uma reconstrucao que ignorasse um ano arquivado apagaria
      *>    seus movimentos da posicao. E a rede de seguranca para quando se
      *>    duvida do saldo incremental mantido por CS10006C. Linha de kit
      *>    (PD10100) e explodida nos componentes pela composicao vigente no
      *>    momento da reconstrucao, nao a da epoca da nota. O saldo por
      *>    local (PD10400) e refeito junto: cada item no local que carrega,
      *>    os ajustes de inventario no local da ficha e, por fim, as
      *>    movimentacoes internas entre locais (PD10500).
      *>    PAR10020B e opcional: com "S" o relatorio sai agrupado por
      *>    grupo/subgrupo de mercadoria (PD10200), um grupo por pagina e com
      *>    subtotal; sem ele, a lista corrida de sempre.
      *>
      *>=================================================================================
       environment division.
       copy CSS05800.cpy.
       copy CSS07300.cpy.
       copy CSS07400.cpy.
       copy CSS10100.cpy.
       copy CSS10200.cpy.
       copy CSS10400.cpy.
       copy CSS10500.cpy.
       copy CSS05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==
                                   ==ws-fs-pd05000== by ==ws-fs-his05000==
                                   ==ws-fs-pd05100== by ==ws-fs-his05100==
                                   =="PD05100"== by =="HIS05100"==.

           select par10020b
               assign to "PAR10020B"
               organization is line sequential
               file status is ws-fs-par10020b.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo - as saidas fiscais protocoladas e que levam
       copy CSF05800.cpy.
       copy CSF07300.cpy.
       copy CSF07400.cpy.
       copy CSF10100.cpy.
       copy CSF10200.cpy.
       copy CSF10400.cpy.
       copy CSF10500.cpy.
       copy CSF05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==.
       copy CSF05100.cpy replacing leading ==f05100== by ==h05100==
                                   ==pd05100== by ==his05100==.

       fd   par10020b
            record contains 01 characters.

       01   par10020b-linha.
            03 pp-fl-quebra-grupo                  pic x(01).

       fd   rel10020b
            record contains 132 characters.


       01   ws-controle-reconstrucao.
            03 ws-fs-rel10020b                      pic x(02).
            03 ws-fs-par10020b                      pic x(02).
            03 ws-total-documentos                  pic 9(07).
            03 ws-total-itens                       pic 9(07).
            03 ws-total-saldos                      pic 9(07).
            03 filler                              pic x(08) value " Saldo.:".
            03 re-det-saldo                         pic -zzzzzzzz9,999999.

       01   rel10020b-grupo.
            03 filler                              pic x(07) value "Grupo: ".
            03 re-gru-cd-grupo                      pic 9(04).
            03 filler                              pic x(01) value "/".
            03 re-gru-cd-subgrupo                   pic 9(04).
            03 filler                              pic x(01) value space.
            03 re-gru-descricao                     pic x(40).

       01   rel10020b-subtotal.
            03 filler                              pic x(21) value "  Saldos no grupo...:".
            03 re-sub-total                         pic zzzzz9.

       01   rel10020b-resumo.
            03 filler                              pic x(21) value "Documentos lidos....:".
            03 re-res-documentos                    pic zzzzz9.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 2600-aplica-ajustes-inventario
            perform 2650-aplica-movimentos-locais
            perform 2500-relatorio-saldos
            perform 3000-finalizacao
            stop run
            perform 9000-abrir-io-pd05100

      *>    Reconstrucao comeca do zero - os arquivos de saldo anteriores
      *>    (por mercadoria, por lote e por local) sao descartados por inteiro
      *>    antes da nova acumulacao.
            open output pd05800
            close pd05800
            perform 9000-abrir-io-pd05800
            close pd07400
            perform 9000-abrir-io-pd07400

            open output pd10400
            close pd10400
            perform 9000-abrir-io-pd10400

            open input his05000
            open input his05100

            perform 9000-abrir-io-pd07300
            perform 9000-abrir-io-pd10100
            perform 9000-abrir-io-pd10200
            perform 9000-abrir-io-pd10500

            move "N"                                to ws-gr-fl-quebra
            open input par10020b
            if   ws-fs-par10020b = "00"
                 read par10020b
                      at end
                           continue
                      not at end
                           move pp-fl-quebra-grupo   to ws-gr-fl-quebra
                 end-read
                 close par10020b
            end-if

            open output rel10020b

                           move h05100-quantidade-padrao to ws-delta-estoque
                      end-if

      *>                  Kit (PD10100) lanca nos componentes pela composicao
      *>                  corrente - mesma regra de CS10006C.
                      move h05100-cd-empresa         to ws-kit-cd-empresa
                      move h05100-cd-filial          to ws-kit-cd-filial
                      move h05100-cd-mercadoria      to ws-kit-cd-mercadoria
                      move h05100-numero-lote        to ws-kit-numero-lote
                      move h05100-data-validade      to ws-kit-data-validade
                      move h05100-cd-local           to ws-kit-cd-local
                      perform 9000-lanca-estoque-kit

                      if   not ws-kit-explodido
                           initialize                     f05800-saldo-estoque
                           move h05100-cd-empresa         to f05800-cd-empresa
                           move h05100-cd-filial          to f05800-cd-filial
                           move h05100-cd-mercadoria      to f05800-cd-mercadoria
                           perform 9000-atualiza-saldo-pd05800
                           initialize                     f10400-saldo-local
                           move h05100-cd-empresa         to f10400-cd-empresa
                           move h05100-cd-filial          to f10400-cd-filial
                           move h05100-cd-mercadoria      to f10400-cd-mercadoria
                           move h05100-cd-local           to f10400-cd-local
                           perform 9000-atualiza-saldo-pd10400

                           if   h05100-numero-lote not equal spaces
                                move h05100-quantidade-padrao to ws-delta-estoque
                                if   h05100-nota-saida
                                or   h05100-nota-transferencia
                                     compute ws-delta-estoque = 0 - ws-delta-estoque
                                end-if
                                move h05100-data-validade to ws-lote-data-validade
                                initialize                f07400-saldo-lote
                                move h05100-cd-empresa    to f07400-cd-empresa
                                move h05100-cd-filial     to f07400-cd-filial
                                move h05100-cd-mercadoria to f07400-cd-mercadoria
                                move h05100-numero-lote   to f07400-numero-lote
                                perform 9000-atualiza-saldo-pd07400
                           end-if
                      end-if

                 else
                           move f05100-quantidade-padrao to ws-delta-estoque
                      end-if

      *>                  Kit (PD10100) lanca nos componentes pela composicao
      *>                  corrente - mesma regra de CS10006C.
                      move f05100-cd-empresa         to ws-kit-cd-empresa
                      move f05100-cd-filial          to ws-kit-cd-filial
                      move f05100-cd-mercadoria      to ws-kit-cd-mercadoria
                      move f05100-numero-lote        to ws-kit-numero-lote
                      move f05100-data-validade      to ws-kit-data-validade
                      move f05100-cd-local           to ws-kit-cd-local
                      perform 9000-lanca-estoque-kit

                      if   not ws-kit-explodido
                           initialize                     f05800-saldo-estoque
                           move f05100-cd-empresa         to f05800-cd-empresa
                           move f05100-cd-filial          to f05800-cd-filial
                           move f05100-cd-mercadoria      to f05800-cd-mercadoria
                           perform 9000-atualiza-saldo-pd05800
                           initialize                     f10400-saldo-local
                           move f05100-cd-empresa         to f10400-cd-empresa
                           move f05100-cd-filial          to f10400-cd-filial
                           move f05100-cd-mercadoria      to f10400-cd-mercadoria
                           move f05100-cd-local           to f10400-cd-local
                           perform 9000-atualiza-saldo-pd10400

                           if   f05100-numero-lote not equal spaces
                                move f05100-quantidade-padrao to ws-delta-estoque
                                if   f05100-nota-saida
                                or   f05100-nota-transferencia
                                     compute ws-delta-estoque = 0 - ws-delta-estoque
                                end-if
                                move f05100-data-validade to ws-lote-data-validade
                                initialize                f07400-saldo-lote
                                move f05100-cd-empresa    to f07400-cd-empresa
                                move f05100-cd-filial     to f07400-cd-filial
                                move f05100-cd-mercadoria to f07400-cd-mercadoria
                                move f05100-numero-lote   to f07400-numero-lote
                                perform 9000-atualiza-saldo-pd07400
                           end-if
                      end-if

      *>                  9000-atualiza-saldo-pd05800 reaproveita ws-fl-operacao,
                      move f07300-cd-mercadoria      to f05800-cd-mercadoria
                      perform 9000-atualiza-saldo-pd05800

                      initialize                     f10400-saldo-local
                      move f07300-cd-empresa         to f10400-cd-empresa
                      move f07300-cd-filial          to f10400-cd-filial
                      move f07300-cd-mercadoria      to f10400-cd-mercadoria
                      move f07300-cd-local           to f10400-cd-local
                      perform 9000-atualiza-saldo-pd10400

                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Reaplica as movimentacoes internas entre locais (PD10500) - cada uma
      *> tira do local de origem e poe no de destino; o saldo da filial
      *> (PD05800) nao muda.
       2650-aplica-movimentos-locais section.

            initialize                              f10500-chave
            perform 9000-str-pd10500-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10500-seq-1

                 if   ws-operacao-ok

                      compute ws-delta-estoque = 0 - f10500-quantidade-padrao
                      initialize                     f10400-saldo-local
                      move f10500-cd-empresa         to f10400-cd-empresa
                      move f10500-cd-filial          to f10400-cd-filial
                      move f10500-cd-mercadoria      to f10400-cd-mercadoria
                      move f10500-cd-local-origem    to f10400-cd-local
                      perform 9000-atualiza-saldo-pd10400

                      move f10500-quantidade-padrao  to ws-delta-estoque
                      initialize                     f10400-saldo-local
                      move f10500-cd-empresa         to f10400-cd-empresa
                      move f10500-cd-filial          to f10400-cd-filial
                      move f10500-cd-mercadoria      to f10400-cd-mercadoria
                      move f10500-cd-local-destino   to f10400-cd-local
                      perform 9000-atualiza-saldo-pd10400

                 end-if

            end-perform
      *>=================================================================================
       2500-relatorio-saldos section.

            if   ws-gr-quebra-grupo
                 perform 2750-relatorio-por-grupo
                 exit section
            end-if

            perform 2700-lista-saldos

       exit.

      *>=================================================================================
      *> Uma passada de PD05800 por grupo de PD10200 - o grupo so aparece
      *> (em pagina propria) se tiver algum saldo.
       2750-relatorio-por-grupo section.

            perform 9000-inicia-grupos-relatorio
            perform 9000-proximo-grupo-relatorio

            perform until ws-gr-fim

                 perform 2700-lista-saldos

                 if   ws-gr-qtd-linhas > zeros
                      move ws-gr-qtd-linhas          to re-sub-total
                      write rel10020b-linha          from rel10020b-subtotal
                 end-if

                 perform 9000-proximo-grupo-relatorio

            end-perform

       exit.

      *>=================================================================================
      *> Primeiro saldo do grupo abre a pagina com o titulo do grupo.
       2760-cabecalho-grupo section.

            add 1                                   to ws-gr-qtd-linhas

            if   ws-gr-qtd-linhas > 1
                 exit section
            end-if

            if   ws-total-saldos > zeros
                 move x"0C"                         to rel10020b-linha
                 write rel10020b-linha
            end-if

            move ws-gr-cd-grupo                     to re-gru-cd-grupo
            move ws-gr-cd-subgrupo                  to re-gru-cd-subgrupo
            move ws-gr-descricao                    to re-gru-descricao
            write rel10020b-linha                   from rel10020b-grupo

       exit.

      *>=================================================================================
       2700-lista-saldos section.

            initialize                               f05800-chave
            perform 9000-str-pd05800-ge


                 if   ws-operacao-ok

                      if   ws-gr-quebra-grupo
                           move f05800-cd-mercadoria to f00700-cd-mercadoria
                           perform 9000-verifica-grupo-mercadoria
                           if   ws-gr-pertence
                                perform 2760-cabecalho-grupo
                                perform 2710-imprime-saldo
                           end-if
                      else
                           perform 2710-imprime-saldo
                      end-if

                 end-if


       exit.

      *>=================================================================================
       2710-imprime-saldo section.

            add 1                                   to ws-total-saldos

            move f05800-cd-empresa                  to re-det-cd-empresa
            move f05800-cd-filial                   to re-det-cd-filial
            move f05800-cd-mercadoria               to re-det-cd-mercadoria
            move f05800-saldo-padrao                to re-det-saldo

            move f05800-cd-mercadoria               to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   ws-operacao-ok
                 move f00700-descricao-mercadoria to re-det-descricao
            else
                 move "(mercadoria nao cadastrada)" to re-det-descricao
            end-if
            set ws-operacao-ok                      to true

            write rel10020b-linha                   from rel10020b-detalhe

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close his05100
            close pd07300
            close pd07400
            close pd10100
            close pd10200
            close pd10400
            close pd10500
            close rel10020b

       exit.

      *>=================================================================================
       copy CSP00900.cpy.
       copy CSP00903.cpy. *> Estoque de kit
       copy CSP00904.cpy. *> Quebra por grupo

      *>=================================================================================
      *> Leituras
       copy CSR05800.cpy.
       copy CSR07300.cpy.
       copy CSR07400.cpy.
       copy CSR10100.cpy.
       copy CSR10200.cpy.
       copy CSR10400.cpy.
       copy CSR10500.cpy.
