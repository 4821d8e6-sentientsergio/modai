      *>    validade caia dentro do horizonte (incluindo os ja vencidos), com
      *>    a descricao da mercadoria resolvida em PD00700 - a lista que o
      *>    deposito usa para puxar o estoque de validade curta antes de ele
      *>    virar baixa por perda. Com "S" na quebra por grupo do parametro,
      *>    a lista sai agrupada por grupo/subgrupo de mercadoria (PD10200),
      *>    um grupo por pagina, com subtotal de lotes - uma passada de
      *>    PD07400 por grupo, terminando nas mercadorias sem grupo.
      *>
      *>=================================================================================
       environment division.
       copy CSS00900.cpy.
       copy CSS00700.cpy.
       copy CSS07400.cpy.
       copy CSS10200.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): lista de apoio operacional, re-derivavel rodando o
       copy CSF00900.cpy.
       copy CSF00700.cpy.
       copy CSF07400.cpy.
       copy CSF10200.cpy.

       fd   par10049b
            record contains 09 characters.

       01   par10049b-linha.
            03 pp-cd-filial                        pic 9(04).
            03 pp-dias-horizonte                   pic 9(04).
      *>     "S" quebra por grupo de mercadoria; espaco (parametros
      *>     anteriores ao campo) mantem a lista corrida.
            03 pp-fl-quebra-grupo                  pic x(01).

       fd   rel10049b
            record contains 132 characters.
            03 filler                              pic x(01) value space.
            03 rv-det-observacao                    pic x(08) value spaces.

       01   rel10049b-grupo.
            03 filler                              pic x(07) value "Grupo: ".
            03 rv-gru-cd-grupo                      pic 9(04).
            03 filler                              pic x(01) value "/".
            03 rv-gru-cd-subgrupo                   pic 9(04).
            03 filler                              pic x(01) value space.
            03 rv-gru-descricao                     pic x(40).

       01   rel10049b-subtotal.
            03 filler                              pic x(24) value "  Lotes no grupo.......:".
            03 rv-sub-total                         pic zzzzz9.

       01   rel10049b-resumo.
            03 filler                              pic x(24) value "Lotes no horizonte.....:".
            03 rv-res-total                         pic zzzzz9.
            if   ws-parametro-ok
                 move pp-cd-filial                   to ws-cd-filial-parm
                 move pp-dias-horizonte              to ws-dias-horizonte-parm
                 move pp-fl-quebra-grupo             to ws-gr-fl-quebra
                 move function current-date(1:8)     to ws-data-hoje
                 compute ws-dias-limite =
                         function integer-of-date(ws-data-hoje)
            perform 9000-abrir-e-pd00900
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-io-pd07400
            perform 9000-abrir-io-pd10200

            open output rel10049b

      *>=================================================================================
       2000-processamento section.

            if   ws-gr-quebra-grupo
                 perform 2050-processa-por-grupo
                 exit section
            end-if

            perform 2010-varre-lotes

       exit.

      *>=================================================================================
       2010-varre-lotes section.

            initialize                              f07400-chave
            perform 9000-str-pd07400-ge

                      if   f07400-cd-filial equal ws-cd-filial-parm
                      and  f07400-saldo-padrao > zeros
                      and  f07400-data-validade not greater ws-data-limite
                           if   ws-gr-quebra-grupo
                                move f07400-cd-mercadoria to f00700-cd-mercadoria
                                perform 9000-verifica-grupo-mercadoria
                                if   ws-gr-pertence
                                     perform 2060-cabecalho-grupo
                                     perform 2100-grava-linha-lote
                                end-if
                           else
                                perform 2100-grava-linha-lote
                           end-if
                           set ws-operacao-ok        to true
                      end-if


       exit.

      *>=================================================================================
      *> Uma passada de PD07400 por grupo de PD10200 - o grupo so aparece
      *> (em pagina propria) se tiver algum lote no horizonte.
       2050-processa-por-grupo section.

            perform 9000-inicia-grupos-relatorio
            perform 9000-proximo-grupo-relatorio

            perform until ws-gr-fim

                 perform 2010-varre-lotes

                 if   ws-gr-qtd-linhas > zeros
                      move ws-gr-qtd-linhas          to rv-sub-total
                      write rel10049b-linha          from rel10049b-subtotal
                 end-if

                 perform 9000-proximo-grupo-relatorio

            end-perform

       exit.

      *>=================================================================================
      *> Primeiro lote do grupo abre a pagina com o titulo do grupo.
       2060-cabecalho-grupo section.

            add 1                                   to ws-gr-qtd-linhas

            if   ws-gr-qtd-linhas > 1
                 exit section
            end-if

            if   ws-total-lotes > zeros
                 move x"0C"                         to rel10049b-linha
                 write rel10049b-linha
            end-if

            move ws-gr-cd-grupo                     to rv-gru-cd-grupo
            move ws-gr-cd-subgrupo                  to rv-gru-cd-subgrupo
            move ws-gr-descricao                    to rv-gru-descricao
            write rel10049b-linha                   from rel10049b-grupo

       exit.

      *>=================================================================================
       2100-grava-linha-lote section.

            close pd00900
            close pd00700
            close pd07400
            close pd10200
            close rel10049b

       exit.

      *>=================================================================================
       copy CSP00900.cpy.
       copy CSP00904.cpy. *> Quebra por grupo

      *>=================================================================================
      *> Leituras
       copy CSR00900.cpy.
       copy CSR00700.cpy.
       copy CSR07400.cpy.
       copy CSR10200.cpy.
