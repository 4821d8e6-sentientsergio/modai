      *>    f05100-cd-mercadoria - valor, quantidade, participacao no total
      *>    da filial e o comparativo com o ano anterior. Nomes resolvidos em
      *>    PD00600/PD00700; os dois rankings saem ordenados por valor
      *>    decrescente em REL10053B. Com "S" na quebra por grupo do
      *>    parametro, o ranking de mercadorias sai por grupo/subgrupo
      *>    (PD10200) - posicao dentro do grupo, subtotal e um grupo por
      *>    pagina, com as sem grupo no fim.
      *>
      *>=================================================================================
       environment division.
       copy CSS00700.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS10200.cpy.
       copy CSS05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==
                                   ==ws-fs-pd05000== by ==ws-fs-his05000==
       copy CSF00700.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF10200.cpy.
       copy CSF05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==.
       copy CSF05100.cpy replacing leading ==f05100== by ==h05100==
                                   ==pd05100== by ==his05100==.

       fd   par10053b
            record contains 21 characters.

       01   par10053b-linha.
            03 pp-cd-filial                        pic 9(04).
            03 pp-data-inicio                       pic 9(08).
            03 pp-data-fim                          pic 9(08).
      *>     "S" quebra o ranking de mercadorias por grupo; espaco
      *>     (parametros anteriores ao campo) mantem o ranking unico.
            03 pp-fl-quebra-grupo                  pic x(01).

       fd   rel10053b
            record contains 132 characters.
            03 ws-total-filial-corrente             pic 9(13)v9(02).
            03 ws-participacao                      pic 9(03)v9(02).
            03 ws-posicao-rank                      pic 9(04).
            03 ws-grupos-impressos                  pic 9(04).
            03 ws-sub-valor-corrente                pic 9(13)v9(02).
            03 ws-sub-valor-anterior                pic 9(13)v9(02).

       01   ws-tab-clientes.
            03 ws-tc-total-ocor                     pic 9(04) value zeros.

       01   ws-tab-mercadorias.
            03 ws-tm-total-ocor                     pic 9(04) value zeros.
      *>     Chave de grupo so preenchida com quebra por grupo - zerada,
      *>     a ordenacao fica so por valor.
            03 ws-tm-ocor                           occurs 1000.
               05 ws-tm-chave-grupo.
                  07 ws-tm-fl-sem-grupo             pic 9(01).
                  07 ws-tm-cd-grupo                 pic 9(04).
                  07 ws-tm-cd-subgrupo              pic 9(04).
               05 ws-tm-cd-mercadoria               pic 9(09).
               05 ws-tm-valor-corrente              pic 9(11)v9(02).
               05 ws-tm-qtd-corrente                pic 9(11)v9(06).
               05 ws-tm-valor-anterior              pic 9(11)v9(02).

       01   ws-troca-cliente                       pic x(40).
       01   ws-troca-mercadoria                    pic x(61).

       01   rel10053b-cabecalho.
            03 filler                              pic x(28) value "Ranking de Vendas - Filial.:".
            03 filler                              pic x(09) value " Ant.ano:".
            03 rk-dm-valor-anterior                 pic zzz.zzz.zz9,99.

       01   rel10053b-grupo.
            03 filler                              pic x(07) value "Grupo: ".
            03 rk-gru-cd-grupo                      pic 9(04).
            03 filler                              pic x(01) value "/".
            03 rk-gru-cd-subgrupo                   pic 9(04).
            03 filler                              pic x(01) value space.
            03 rk-gru-descricao                     pic x(40).

       01   rel10053b-subtotal.
            03 filler                              pic x(43) value "     Subtotal do grupo....................".
            03 filler                              pic x(07) value " Valor:".
            03 rk-sub-valor                         pic zzz.zzz.zzz.zz9,99.
            03 filler                              pic x(09) value " Ant.ano:".
            03 rk-sub-valor-anterior                pic zzz.zzz.zzz.zz9,99.

       01   rel10053b-resumo.
            03 filler                              pic x(24) value "Documentos do periodo..:".
            03 rk-res-documentos                    pic zzzzz9.
                 move pp-cd-filial                   to ws-cd-filial-parm
                 move pp-data-inicio                 to ws-data-inicio-parm
                 move pp-data-fim                    to ws-data-fim-parm
                 move pp-fl-quebra-grupo             to ws-gr-fl-quebra

      *>          Mesmo periodo do ano anterior - so o ano recua, mes e dia
      *>          ficam (o comparativo e calendario contra calendario).
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05100
            perform 9000-abrir-io-pd10200

            open input his05000
            open input his05100
                 move ws-tm-total-ocor              to ws-idx-rank
                 initialize                         ws-tm-ocor(ws-idx-rank)
                 move f05100-cd-mercadoria          to ws-tm-cd-mercadoria(ws-idx-rank)
                 if   ws-gr-quebra-grupo
                      perform 9000-grupo-mercadoria-rank
                 end-if
            end-if

            if   ws-periodo-corrente

       exit.

      *>=================================================================================
      *> Grupo da mercadoria recem-inserida na tabela - sem grupo, grupo nao
      *> cadastrado ou mercadoria fora de PD00700 vao para o fim.
       9000-grupo-mercadoria-rank section.

            move 1                                  to ws-tm-fl-sem-grupo(ws-idx-rank)

            move f05100-cd-mercadoria               to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   ws-operacao-ok
            and  f00700-cd-grupo > zeros
                 move f00700-cd-grupo               to ws-gr-cd-grupo
                 move f00700-cd-subgrupo            to ws-gr-cd-subgrupo
                 perform 9000-descreve-grupo
                 if   ws-operacao-ok
                      move zeros                    to ws-tm-fl-sem-grupo(ws-idx-rank)
                      move f00700-cd-grupo          to ws-tm-cd-grupo(ws-idx-rank)
                      move f00700-cd-subgrupo       to ws-tm-cd-subgrupo(ws-idx-rank)
                 end-if
            end-if

            set ws-operacao-ok                      to true

       exit.

      *>=================================================================================
      *> Ordena as duas tabelas por valor corrente decrescente - troca de
      *> vizinhos ate nao haver troca (as tabelas cabem em memoria e o
      *> ranking so roda uma vez por mes). Mercadorias ordenam antes pela
      *> chave de grupo, zerada quando nao ha quebra.
       2700-ordena-rankings section.

            set ws-trocou                           to true
                 perform varying ws-idx-rank from 1 by 1
                         until ws-idx-rank not less ws-tm-total-ocor
                      compute ws-idx-troca = ws-idx-rank + 1
                      if   ws-tm-chave-grupo(ws-idx-troca)
                           < ws-tm-chave-grupo(ws-idx-rank)
                      or  (ws-tm-chave-grupo(ws-idx-troca)
                           = ws-tm-chave-grupo(ws-idx-rank)
                      and  ws-tm-valor-corrente(ws-idx-troca)
                           > ws-tm-valor-corrente(ws-idx-rank))
                           move ws-tm-ocor(ws-idx-rank)  to ws-troca-mercadoria
                           move ws-tm-ocor(ws-idx-troca) to ws-tm-ocor(ws-idx-rank)
                           move ws-troca-mercadoria      to ws-tm-ocor(ws-idx-troca)
            write rel10053b-linha                   from rel10053b-titulo

            move zeros                              to ws-posicao-rank
            move zeros                              to ws-grupos-impressos
            perform varying ws-idx-rank from 1 by 1
                    until ws-idx-rank > ws-tm-total-ocor

                 if   ws-tm-valor-corrente(ws-idx-rank) > zeros
                 or   ws-tm-valor-anterior(ws-idx-rank) > zeros
                      if   ws-gr-quebra-grupo
                           move ws-tm-cd-grupo(ws-idx-rank)    to ws-gr-cd-grupo
                           move ws-tm-cd-subgrupo(ws-idx-rank) to ws-gr-cd-subgrupo
                           if   ws-grupos-impressos = zeros
                           or   ws-gr-chave-num not equal ws-gr-chave-anterior
                                perform 2830-quebra-grupo
                           end-if
                      end-if
                      add 1                          to ws-posicao-rank
                      perform 2820-imprime-mercadoria
                 end-if

            end-perform

            if   ws-grupos-impressos > zeros
                 perform 2840-subtotal-grupo
            end-if

            if   ws-descartados > zeros
                 move spaces                        to rel10053b-linha
                 string "*** ALERTA: " ws-descartados

            write rel10053b-linha                   from rel10053b-det-mercadoria

            add ws-tm-valor-corrente(ws-idx-rank)   to ws-sub-valor-corrente
            add ws-tm-valor-anterior(ws-idx-rank)   to ws-sub-valor-anterior

       exit.

      *>=================================================================================
      *> Troca de grupo no ranking de mercadorias: subtotal do grupo anterior,
      *> pagina nova com cabecalho e titulo, e a posicao recomeca no grupo.
       2830-quebra-grupo section.

            if   ws-grupos-impressos > zeros
                 perform 2840-subtotal-grupo
                 move x"0C"                         to rel10053b-linha
                 write rel10053b-linha
                 write rel10053b-linha              from rel10053b-cabecalho
                 write rel10053b-linha              from rel10053b-titulo
            end-if

            move ws-gr-cd-grupo                     to rk-gru-cd-grupo
            move ws-gr-cd-subgrupo                  to rk-gru-cd-subgrupo
            perform 9000-descreve-grupo
            move ws-gr-descricao                    to rk-gru-descricao
            write rel10053b-linha                   from rel10053b-grupo
            set ws-operacao-ok                      to true

            add 1                                   to ws-grupos-impressos
            move ws-gr-chave-num                    to ws-gr-chave-anterior
            move zeros                              to ws-posicao-rank
            move zeros                              to ws-sub-valor-corrente
            move zeros                              to ws-sub-valor-anterior

       exit.

      *>=================================================================================
       2840-subtotal-grupo section.

            move ws-sub-valor-corrente              to rk-sub-valor
            move ws-sub-valor-anterior              to rk-sub-valor-anterior
            write rel10053b-linha                   from rel10053b-subtotal

       exit.

      *>=================================================================================
            close pd00700
            close pd05000
            close pd05100
            close pd10200
            close his05000
            close his05100
            close rel10053b
       copy CSR00700.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR10200.cpy.
