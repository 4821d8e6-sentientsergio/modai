      $set sourceformat"free"
       program-id. CS10084B.
      *>=================================================================================
      *>
      *>                 Kits Montaveis pelo Estoque dos Componentes
      *>
      *>    Para cada filial de PD00150 e cada kit da composicao (PD10100),
      *>    calcula quantos kits inteiros o estoque corrente dos componentes
      *>    permite montar: o menor saldo de PD05800 dividido pela quantidade
      *>    do componente no kit. Imprime tambem o numero livre de reservas
      *>    (saldo menos PD10000, a mesma conta do disponivel para promessa)
      *>    e o componente que limita a montagem. Kit sem estoque de nenhum
      *>    componente na filial nao e impresso.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00150.cpy.
       copy CSS00700.cpy.
       copy CSS05800.cpy.
       copy CSS10000.cpy.
       copy CSS10100.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10084b
               assign to "REL10084B"
               organization is line sequential
               file status is ws-fs-rel10084b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00150.cpy.
       copy CSF00700.cpy.
       copy CSF05800.cpy.
       copy CSF10000.cpy.
       copy CSF10100.cpy.

       fd   rel10084b
            record contains 132 characters.

       01   rel10084b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10084B".
       78   c-descricao-programa                   value "KITS MONTAVEIS".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-montagem.
            03 ws-fs-rel10084b                      pic x(02).
            03 ws-total-filiais                     pic 9(07).
            03 ws-total-kits                        pic 9(07).
            03 ws-total-linhas                      pic 9(07).
            03 ws-proximo-kit                       pic 9(09).
            03 ws-fl-fim-kits                       pic x(01).
               88 ws-fim-kits                           value "S".
            03 ws-fl-tem-estoque                    pic x(01).
               88 ws-tem-estoque                        value "S".
            03 ws-saldo-componente                  pic s9(09)v9(06).
            03 ws-livre-componente                  pic s9(09)v9(06).
            03 ws-montaveis-componente              pic s9(09).
            03 ws-livres-componente                 pic s9(09).
            03 ws-montaveis-kit                     pic s9(09).
            03 ws-livres-kit                        pic s9(09).
            03 ws-cd-componente-limite              pic 9(09).

       01   rel10084b-detalhe.
            03 filler                              pic x(07) value "Filial:".
            03 rk-det-cd-empresa                    pic 9(03).
            03 filler                              pic x(01) value "/".
            03 rk-det-cd-filial                     pic 9(04).
            03 filler                              pic x(05) value " Kit:".
            03 rk-det-cd-kit                        pic 9(09).
            03 filler                              pic x(01) value space.
            03 rk-det-descricao                     pic x(25) value spaces.
            03 filler                              pic x(11) value " Montaveis:".
            03 rk-det-montaveis                     pic -zzzzzzzz9.
            03 filler                              pic x(08) value " Livres:".
            03 rk-det-livres                        pic -zzzzzzzz9.
            03 filler                              pic x(08) value " Limite:".
            03 rk-det-cd-limite                     pic 9(09).
            03 filler                              pic x(01) value space.
            03 rk-det-alerta                        pic x(03).

       01   rel10084b-resumo.
            03 filler                              pic x(18) value "Filiais lidas...:".
            03 rk-res-filiais                       pic zzzzz9.
            03 filler                              pic x(03) value spaces.
            03 filler                              pic x(18) value "Kits cadastrados:".
            03 rk-res-kits                          pic zzzzz9.
            03 filler                              pic x(03) value spaces.
            03 filler                              pic x(18) value "Linhas impressas:".
            03 rk-res-linhas                        pic zzzzz9.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       procedure division.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            move zeros                              to ws-total-filiais
            move zeros                              to ws-total-kits
            move zeros                              to ws-total-linhas

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-i-pd00150
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-io-pd05800
            perform 9000-abrir-io-pd10000
            perform 9000-abrir-io-pd10100

            open output rel10084b

       exit.

      *>=================================================================================
      *> Uma passada de kits por filial - o registro da propria empresa
      *> (filial 0000) nao tem estoque e fica de fora.
       2000-processamento section.

            initialize                              f00150-chave
            perform 9000-str-pd00150-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd00150-seq-1

                 if   ws-operacao-ok
                      if   f00150-cd-filial > zeros
                           add 1                     to ws-total-filiais
                           perform 2100-kits-filial
                      end-if
                      set ws-operacao-ok             to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Salta de kit em kit em PD10100 (chave kit + componente): posiciona
      *> no primeiro componente do kit seguinte ao ultimo visto.
       2100-kits-filial section.

            move zeros                              to ws-proximo-kit
            move "N"                                to ws-fl-fim-kits

            perform until ws-fim-kits

                 initialize                         f10100-chave
                 move ws-proximo-kit                to f10100-cd-kit
                 perform 9000-str-pd10100-ge
                 if   ws-operacao-ok
                      perform 9000-ler-pd10100-seq-1
                 end-if

                 if   ws-operacao-ok
                      move f10100-cd-kit            to ws-kit-cd-mercadoria
                      if   ws-total-filiais = 1
                           add 1                    to ws-total-kits
                      end-if
                      perform 2200-calcula-kit
                      compute ws-proximo-kit = ws-kit-cd-mercadoria + 1
                 else
                      set ws-fim-kits               to true
                 end-if

            end-perform

            set ws-operacao-ok                      to true

       exit.

      *>=================================================================================
      *> Montaveis do kit ws-kit-cd-mercadoria na filial corrente - o menor
      *> quociente inteiro saldo / quantidade no kit entre os componentes.
       2200-calcula-kit section.

            perform 9000-carrega-componentes-kit

            move "N"                                to ws-fl-tem-estoque
            move zeros                              to ws-montaveis-kit
            move zeros                              to ws-livres-kit
            move zeros                              to ws-cd-componente-limite

            perform varying ws-kit-idx from 1 by 1
                    until ws-kit-idx > ws-kit-total-componentes

                 initialize                         f05800-saldo-estoque
                 move f00150-cd-empresa             to f05800-cd-empresa
                 move f00150-cd-filial              to f05800-cd-filial
                 move ws-kit-cd-componente(ws-kit-idx) to f05800-cd-mercadoria
                 perform 9000-ler-pd05800-ran-1
                 if   ws-operacao-ok
                      set ws-tem-estoque            to true
                      move f05800-saldo-padrao      to ws-saldo-componente
                 else
                      move zeros                    to ws-saldo-componente
                 end-if

                 initialize                         f10000-reserva-estoque
                 move f00150-cd-empresa             to f10000-cd-empresa
                 move f00150-cd-filial              to f10000-cd-filial
                 move ws-kit-cd-componente(ws-kit-idx) to f10000-cd-mercadoria
                 perform 9000-ler-pd10000-ran-1
                 if   ws-operacao-ok
                      compute ws-livre-componente = ws-saldo-componente
                                                  - f10000-quantidade-reservada
                 else
                      move ws-saldo-componente      to ws-livre-componente
                 end-if

                 compute ws-montaveis-componente = ws-saldo-componente
                                                 / ws-kit-qtd-componente(ws-kit-idx)
                 compute ws-livres-componente = ws-livre-componente
                                              / ws-kit-qtd-componente(ws-kit-idx)

                 if   ws-kit-idx = 1
                 or   ws-montaveis-componente < ws-montaveis-kit
                      move ws-montaveis-componente  to ws-montaveis-kit
                      move ws-kit-cd-componente(ws-kit-idx) to ws-cd-componente-limite
                 end-if

                 if   ws-kit-idx = 1
                 or   ws-livres-componente < ws-livres-kit
                      move ws-livres-componente     to ws-livres-kit
                 end-if

            end-perform

            if   not ws-tem-estoque
                 exit section
            end-if

            if   ws-montaveis-kit < zeros
                 move zeros                         to ws-montaveis-kit
            end-if
            if   ws-livres-kit < zeros
                 move zeros                         to ws-livres-kit
            end-if

            move f00150-cd-empresa                  to rk-det-cd-empresa
            move f00150-cd-filial                   to rk-det-cd-filial
            move ws-kit-cd-mercadoria               to rk-det-cd-kit
            move ws-montaveis-kit                   to rk-det-montaveis
            move ws-livres-kit                      to rk-det-livres
            move ws-cd-componente-limite            to rk-det-cd-limite

            move ws-kit-cd-mercadoria               to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1
            if   ws-operacao-ok
                 move f00700-descricao-mercadoria   to rk-det-descricao
            else
                 move "(nao cadastrada)"       to rk-det-descricao
            end-if

      *>    Composicao maior que a tabela: o calculo ignorou componentes e
      *>    o numero pode estar otimista.
            if   ws-kit-descartados > zeros
                 move "***"                         to rk-det-alerta
            else
                 move spaces                        to rk-det-alerta
            end-if

            write rel10084b-linha                   from rel10084b-detalhe
            add 1                                   to ws-total-linhas

       exit.

      *>=================================================================================
       3000-finalizacao section.

            move ws-total-filiais                   to rk-res-filiais
            move ws-total-kits                      to rk-res-kits
            move ws-total-linhas                    to rk-res-linhas
            write rel10084b-linha                    from rel10084b-resumo

            close pd00900
            close pd00150
            close pd00700
            close pd05800
            close pd10000
            close pd10100
            close rel10084b

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00150.cpy.
       copy CSR00700.cpy.
       copy CSR05800.cpy.
       copy CSR10000.cpy.
       copy CSR10100.cpy.
