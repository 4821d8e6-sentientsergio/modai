      *>    custo unitario e valor total por mercadoria, com descricao e NCM
      *>    de PD00700, e o valor total do inventario. Saida com numero de
      *>    geracao no catalogo de spool PD06300 - livro protocolado nao se
      *>    sobrescreve. Com "S" na quebra por grupo do parametro, o livro sai
      *>    ordenado por grupo/subgrupo de mercadoria (PD10200) - um grupo
      *>    por pagina, com subtotal de valor, e as sem grupo no fim.
      *>
      *>=================================================================================
       environment division.
       copy CSS05100.cpy.
       copy CSS07300.cpy.
       copy CSS06300.cpy.
       copy CSS10200.cpy.
       copy CSS05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==
                                   ==ws-fs-pd05000== by ==ws-fs-his05000==
       copy CSF05100.cpy.
       copy CSF07300.cpy.
       copy CSF06300.cpy.
       copy CSF10200.cpy.
       copy CSF05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==.
       copy CSF05100.cpy replacing leading ==f05100== by ==h05100==
                                   ==pd05100== by ==his05100==.

       fd   par10046b
            record contains 13 characters.

       01   par10046b-linha.
            03 pp-cd-filial                        pic 9(04).
            03 pp-data-corte                       pic 9(08).
      *>     "S" quebra por grupo de mercadoria; espaco (parametros
      *>     anteriores ao campo) mantem a ordem de codigo.
            03 pp-fl-quebra-grupo                  pic x(01).

       fd   rel10046b
            record contains 132 characters.
               88 ws-achou                              value "S".
            03 ws-valor-item-inv                    pic 9(11)v9(02).
            03 ws-tot-geral-inventario              pic 9(13)v9(02).
            03 ws-tot-grupo-inventario              pic 9(13)v9(02).
            03 ws-itens-grupo-inventario            pic 9(07).
            03 ws-ti-chave-nova.
               05 ws-tn-fl-sem-grupo                pic 9(01).
               05 ws-tn-cd-grupo                    pic 9(04).
               05 ws-tn-cd-subgrupo                 pic 9(04).
               05 ws-tn-cd-mercadoria               pic 9(09).

      *> Posicao por mercadoria reconstituida em memoria, em ordem de codigo
      *> na insercao - o livro sai ordenado sem sort externo. Com quebra por
      *> grupo, a chave de ordem leva o grupo/subgrupo na frente (sem grupo
      *> por ultimo); sem quebra, grupo fica zerado e vale so o codigo.
       01   ws-tab-inventario.
            03 ws-ti-total-ocor                     pic 9(04) value zeros.
            03 ws-ti-ocor                           occurs 5000.
               05 ws-ti-chave-ordem.
                  07 ws-ti-fl-sem-grupo             pic 9(01).
                  07 ws-ti-cd-grupo                 pic 9(04).
                  07 ws-ti-cd-subgrupo              pic 9(04).
                  07 ws-ti-cd-mercadoria            pic 9(09).
               05 ws-ti-saldo-padrao                pic s9(09)v9(06).
               05 ws-ti-custo-medio                 pic 9(09)v9(06).

            03 filler                              pic x(07) value " Valor:".
            03 ri-det-valor                         pic zzz.zzz.zz9,99.

       01   rel10046b-grupo.
            03 filler                              pic x(07) value "Grupo: ".
            03 ri-gru-cd-grupo                      pic 9(04).
            03 filler                              pic x(01) value "/".
            03 ri-gru-cd-subgrupo                   pic 9(04).
            03 filler                              pic x(01) value space.
            03 ri-gru-descricao                     pic x(40).

       01   rel10046b-subtotal.
            03 filler                              pic x(16) value "  Itens grupo.:".
            03 ri-sub-itens                         pic zzzzz9.
            03 filler                              pic x(17) value "   Valor grupo.:".
            03 ri-sub-valor                         pic zzz.zzz.zzz.zz9,99.

       01   rel10046b-total.
            03 filler                              pic x(25) value "Valor total inventario.:".
            03 ri-tot-valor                         pic zzz.zzz.zzz.zz9,99.
            if   ws-parametro-ok
                 move pp-cd-filial                   to ws-cd-filial-parm
                 move pp-data-corte                  to ws-data-corte-parm
                 move pp-fl-quebra-grupo             to ws-gr-fl-quebra
            end-if

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05100
            perform 9000-abrir-io-pd07300
            perform 9000-abrir-io-pd10200

            open input his05000
            open input his05100
                 exit section
            end-if

            perform 9000-monta-chave-ordem

            move ws-ti-total-ocor                   to ws-idx-insercao
            add 1                                   to ws-idx-insercao
            perform until ws-idx-insercao = 1
                 compute ws-idx-desloca = ws-idx-insercao - 1
                 if   ws-ti-chave-ordem(ws-idx-desloca) > ws-ti-chave-nova
                      move ws-ti-ocor(ws-idx-desloca) to ws-ti-ocor(ws-idx-insercao)
                      subtract 1                    from ws-idx-insercao
                 else

            add 1                                   to ws-ti-total-ocor
            initialize                              ws-ti-ocor(ws-idx-insercao)
            move ws-ti-chave-nova                   to ws-ti-chave-ordem(ws-idx-insercao)
            move ws-idx-insercao                    to ws-idx-mercadoria

       exit.

      *>=================================================================================
      *> Chave de ordem da mercadoria de f05100 - grupo so entra com quebra
      *> por grupo; mercadoria sem grupo, de grupo nao cadastrado ou fora de
      *> PD00700 vai para o "(sem grupo)" no fim do livro.
       9000-monta-chave-ordem section.

            initialize                              ws-ti-chave-nova
            move f05100-cd-mercadoria               to ws-tn-cd-mercadoria

            if   not ws-gr-quebra-grupo
                 exit section
            end-if

            move 1                                  to ws-tn-fl-sem-grupo

            move f05100-cd-mercadoria               to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   ws-operacao-ok
            and  f00700-cd-grupo > zeros
                 move f00700-cd-grupo               to ws-gr-cd-grupo
                 move f00700-cd-subgrupo            to ws-gr-cd-subgrupo
                 perform 9000-descreve-grupo
                 if   ws-operacao-ok
                      move zeros                    to ws-tn-fl-sem-grupo
                      move f00700-cd-grupo          to ws-tn-cd-grupo
                      move f00700-cd-subgrupo       to ws-tn-cd-subgrupo
                 end-if
            end-if

            set ws-operacao-ok                      to true

       exit.

      *>=================================================================================
      *> Reaplica os ajustes de inventario aprovados (PD07300) da filial ate
      *> a data de corte sobre a posicao reconstituida dos documentos - o
            move ws-data-corte-parm                 to ri-cab-data-corte
            write rel10046b-linha                   from rel10046b-cabecalho

            move zeros                              to ws-tot-grupo-inventario
            move zeros                              to ws-itens-grupo-inventario

            perform varying ws-idx-mercadoria from 1 by 1
                    until ws-idx-mercadoria > ws-ti-total-ocor

                 if   ws-gr-quebra-grupo
                      move ws-ti-cd-grupo(ws-idx-mercadoria)    to ws-gr-cd-grupo
                      move ws-ti-cd-subgrupo(ws-idx-mercadoria) to ws-gr-cd-subgrupo
                      if   ws-idx-mercadoria = 1
                      or   ws-gr-chave-num not equal ws-gr-chave-anterior
                           perform 2810-quebra-grupo
                      end-if
                 end-if

                 move ws-ti-cd-mercadoria(ws-idx-mercadoria) to ri-det-cd-mercadoria
                 move ws-ti-saldo-padrao(ws-idx-mercadoria)  to ri-det-saldo
                 move ws-ti-custo-medio(ws-idx-mercadoria)   to ri-det-custo-medio
                 end-if
                 move ws-valor-item-inv             to ri-det-valor
                 add ws-valor-item-inv              to ws-tot-geral-inventario
                 add ws-valor-item-inv              to ws-tot-grupo-inventario
                 add 1                              to ws-itens-grupo-inventario

                 move ws-ti-cd-mercadoria(ws-idx-mercadoria) to f00700-cd-mercadoria
                 perform 9000-ler-pd00700-ran-1

            end-perform

            if   ws-gr-quebra-grupo
            and  ws-ti-total-ocor > zeros
                 perform 2820-subtotal-grupo
            end-if

            move ws-tot-geral-inventario            to ri-tot-valor
            write rel10046b-linha                   from rel10046b-total


       exit.

      *>=================================================================================
      *> Troca de grupo no livro: fecha o grupo anterior com o subtotal, abre
      *> pagina nova repetindo o cabecalho e identifica o grupo que comeca.
       2810-quebra-grupo section.

            if   ws-idx-mercadoria > 1
                 perform 2820-subtotal-grupo
                 move x"0C"                         to rel10046b-linha
                 write rel10046b-linha
                 write rel10046b-linha              from rel10046b-cabecalho
            end-if

            move ws-gr-cd-grupo                     to ri-gru-cd-grupo
            move ws-gr-cd-subgrupo                  to ri-gru-cd-subgrupo
            perform 9000-descreve-grupo
            move ws-gr-descricao                    to ri-gru-descricao
            write rel10046b-linha                   from rel10046b-grupo
            set ws-operacao-ok                      to true

            move ws-gr-chave-num                    to ws-gr-chave-anterior
            move zeros                              to ws-tot-grupo-inventario
            move zeros                              to ws-itens-grupo-inventario

       exit.

      *>=================================================================================
       2820-subtotal-grupo section.

            move ws-itens-grupo-inventario          to ri-sub-itens
            move ws-tot-grupo-inventario            to ri-sub-valor
            write rel10046b-linha                   from rel10046b-subtotal

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close rel10046b

            string ws-cd-filial-parm ws-data-corte-parm ws-gr-fl-quebra
                 delimited by size into ws-sp-parametros
            move ws-total-documentos                 to ws-sp-qtd-registros
            perform 9000-registra-spool
            close pd05000
            close pd05100
            close pd07300
            close pd10200
            close his05000
            close his05100
            close pd06300
       copy CSR05100.cpy.
       copy CSR07300.cpy.
       copy CSR06300.cpy.
       copy CSR10200.cpy.
