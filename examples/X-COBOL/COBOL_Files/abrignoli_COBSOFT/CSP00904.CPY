      *>=================================================================================
      *> CSP00904 - Percurso dos grupos de mercadoria (PD10200) para relatorio
      *>            com quebra por grupo
      *>
      *>    Relatorio que le um arquivo em ordem de mercadoria e quer sair
      *>    agrupado faz uma passada por grupo: 9000-inicia-grupos-relatorio
      *>    e, a cada volta, 9000-proximo-grupo-relatorio poe em ws-gr-chave
      *>    e ws-gr-descricao o proximo grupo/subgrupo cadastrado; depois do
      *>    ultimo vem o "(sem grupo)" (chave zero) e entao ws-gr-fim.
      *>    Dentro da passada, 9000-verifica-grupo-mercadoria diz se a
      *>    mercadoria em f00700-cd-mercadoria cai no grupo corrente -
      *>    no "(sem grupo)" caem as sem classificacao, as de grupo nao
      *>    cadastrado e as que nem existem em PD00700, para que nenhuma
      *>    linha suma do relatorio agrupado.
      *>    Quem copia abre PD00700 e PD10200 e copia CSR10200.CPY.
      *>=================================================================================
       9000-inicia-grupos-relatorio section.

            move zeros                                 to ws-gr-chave-num
            move zeros                                 to ws-gr-chave-anterior
            move "N"                                   to ws-gr-fl-fim
            move "N"                                   to ws-gr-fl-sem-grupo

       exit.

      *>=================================================================================
       9000-proximo-grupo-relatorio section.

            move zeros                                 to ws-gr-qtd-linhas

            if   ws-gr-sem-grupo
                 set ws-gr-fim                         to true
                 exit section
            end-if

            add 1                                      to ws-gr-chave-num
            initialize                                 f10200-grupo-mercadoria
            move ws-gr-chave                           to f10200-chave
            perform 9000-str-pd10200-ge
            if   ws-operacao-ok
                 perform 9000-ler-pd10200-seq-1
            end-if

            if   ws-operacao-ok
                 move f10200-chave                     to ws-gr-chave
                 move f10200-descricao-grupo           to ws-gr-descricao
            else
                 move zeros                            to ws-gr-chave-num
                 move "(sem grupo)"                    to ws-gr-descricao
                 set ws-gr-sem-grupo                   to true
            end-if

            set ws-operacao-ok                         to true

       exit.

      *>=================================================================================
       9000-verifica-grupo-mercadoria section.

            move "N"                                   to ws-gr-fl-pertence

            perform 9000-ler-pd00700-ran-1

            if   not ws-operacao-ok
                 if   ws-gr-sem-grupo
                      set ws-gr-pertence               to true
                 end-if
                 set ws-operacao-ok                    to true
                 exit section
            end-if

            if   not ws-gr-sem-grupo
                 if   f00700-cd-grupo    equal ws-gr-cd-grupo
                 and  f00700-cd-subgrupo equal ws-gr-cd-subgrupo
                      set ws-gr-pertence               to true
                 end-if
                 exit section
            end-if

            if   f00700-cd-grupo = zeros
                 set ws-gr-pertence                    to true
                 exit section
            end-if

            initialize                                 f10200-grupo-mercadoria
            move f00700-cd-grupo                       to f10200-cd-grupo
            move f00700-cd-subgrupo                    to f10200-cd-subgrupo
            perform 9000-ler-pd10200-ran-1
            if   not ws-operacao-ok
                 set ws-gr-pertence                    to true
            end-if

            set ws-operacao-ok                         to true

       exit.
