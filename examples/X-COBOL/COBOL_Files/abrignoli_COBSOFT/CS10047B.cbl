      *>
      *>    Abre a campanha de contagem da filial informada em PAR10047B:
      *>    apaga as fichas anteriores da filial em PD07200, gera uma ficha
      *>    por mercadoria com saldo em PD10400 (a quantidade do sistema fica
      *>    congelada em qtd-sistema, fora da vista de quem conta) e imprime
      *>    as fichas CEGAS em REL10047B - mercadoria e descricao, sem
      *>    quantidade nenhuma, para o contador nao copiar o saldo do
      *>    sistema. A digitacao, a recontagem, a variacao e a aprovacao
      *>    ficam em CS10048C. A ficha e por local de estoque: a quantidade
      *>    do sistema e o saldo do local, e as fichas saem
      *>    agrupadas por local (uma pagina por local, o 000 - saldo sem
      *>    endereco - primeiro). Com um local no parametro, so ele e
      *>    recontado e so as fichas dele sao apagadas.
      *>
      *>=================================================================================
       environment division.

       copy CSS00900.cpy.
       copy CSS00700.cpy.
       copy CSS07200.cpy.
       copy CSS10300.cpy.
       copy CSS10400.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): ficha de apoio operacional, re-derivavel rodando o

       copy CSF00900.cpy.
       copy CSF00700.cpy.
       copy CSF07200.cpy.
       copy CSF10300.cpy.
       copy CSF10400.cpy.

       fd   par10047b
            record contains 07 characters.

       01   par10047b-linha.
            03 pp-cd-filial                        pic 9(04).
      *>     Local a recontar; zeros ou ausente (parametro anterior ao
      *>     campo) abre a campanha da filial inteira.
            03 pp-cd-local                         pic x(03).

       fd   rel10047b
            record contains 132 characters.
               88 ws-parametro-ok                        value "S".
               88 ws-parametro-nok                       value "N".
            03 ws-cd-filial-parm                     pic 9(04).
            03 ws-cd-local-parm                      pic 9(03).
            03 ws-cd-local-corrente                  pic 9(03).
            03 ws-descricao-local-corrente           pic x(30).
            03 ws-fichas-local                       pic 9(07).
            03 ws-total-fichas                      pic 9(07).
            03 ws-fichas-removidas                  pic 9(07).

       01   rel10047b-local.
            03 filler                              pic x(16) value "Fichas do local:".
            03 rf-loc-cd-local                      pic 9(03).
            03 filler                              pic x(01) value space.
            03 rf-loc-descricao                     pic x(30).

       01   rel10047b-detalhe.
            03 filler                              pic x(06) value "Local:".
            03 rf-det-cd-local                      pic 9(03).
            03 filler                              pic x(18) value " Ficha Mercadoria:".
            03 rf-det-cd-mercadoria                 pic 9(09).
            03 filler                              pic x(01) value space.
            03 rf-det-descricao                     pic x(40) value spaces.

            if   ws-parametro-ok
                 move pp-cd-filial                   to ws-cd-filial-parm
                 if   pp-cd-local is numeric
                      move pp-cd-local               to ws-cd-local-parm
                 else
                      move zeros                     to ws-cd-local-parm
                 end-if
            end-if

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-io-pd07200
            perform 9000-abrir-io-pd10300
            perform 9000-abrir-io-pd10400

            open output rel10047b

                 if   ws-operacao-ok

                      if   f07200-cd-filial equal ws-cd-filial-parm
                      and (ws-cd-local-parm = zeros
                      or   f07200-cd-local equal ws-cd-local-parm)
                           perform 9000-excluir-pd07200
                           add 1                     to ws-fichas-removidas
                           set ws-operacao-ok        to true
       exit.

      *>=================================================================================
      *> Uma passada de PD10400 por local - o 000 (saldo sem endereco)
      *> primeiro, depois os locais cadastrados da filial em PD10300.
       2100-gera-fichas section.

            if   ws-cd-local-parm = zeros
                 move zeros                         to ws-cd-local-corrente
                 move "(sem endereco)"              to ws-descricao-local-corrente
                 perform 2150-gera-fichas-local
            end-if

            initialize                              f10300-chave
            perform 9000-str-pd10300-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10300-seq-1

                 if   ws-operacao-ok

                      if   f10300-cd-filial equal ws-cd-filial-parm
                      and (ws-cd-local-parm = zeros
                      or   f10300-cd-local equal ws-cd-local-parm)
                           move f10300-cd-local      to ws-cd-local-corrente
                           move f10300-descricao-local
                                                     to ws-descricao-local-corrente
                           perform 2150-gera-fichas-local
                           set ws-operacao-ok        to true
                      end-if

                 end-if

            end-perform

       exit.

      *>=================================================================================
       2150-gera-fichas-local section.

            move zeros                              to ws-fichas-local

            initialize                              f10400-chave
            perform 9000-str-pd10400-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10400-seq-1

                 if   ws-operacao-ok

                      if   f10400-cd-filial equal ws-cd-filial-parm
                      and  f10400-cd-local  equal ws-cd-local-corrente
                           perform 2110-gera-ficha
                           set ws-operacao-ok        to true
                      end-if

            end-perform

            set ws-operacao-ok                      to true

       exit.

      *>=================================================================================
       2110-gera-ficha section.

            initialize                              f07200-contagem-inventario
            move f10400-cd-empresa                  to f07200-cd-empresa
            move f10400-cd-filial                   to f07200-cd-filial
            move f10400-cd-mercadoria               to f07200-cd-mercadoria
            move f10400-cd-local                    to f07200-cd-local
            move f10400-saldo-padrao                to f07200-qtd-sistema
            set f07200-contagem-gerada              to true

            move zeros                              to ws-cd-usuario-operacao
                 exit section
            end-if

      *>    Primeira ficha do local abre pagina nova com o cabecalho do local.
            if   ws-fichas-local = zeros
                 if   ws-total-fichas > zeros
                      move x"0C"                    to rel10047b-linha
                      write rel10047b-linha
                 end-if
                 move ws-cd-local-corrente          to rf-loc-cd-local
                 move ws-descricao-local-corrente   to rf-loc-descricao
                 write rel10047b-linha              from rel10047b-local
            end-if

            add 1                                   to ws-total-fichas
            add 1                                   to ws-fichas-local

            move f07200-cd-local                    to rf-det-cd-local
            move f07200-cd-mercadoria               to rf-det-cd-mercadoria
            move f07200-cd-mercadoria               to f00700-cd-mercadoria
            perform 9000-ler-pd00700-ran-1

            close pd00900
            close pd00700
            close pd07200
            close pd10300
            close pd10400
            close rel10047b

       exit.

       copy CSR00900.cpy.
       copy CSR00700.cpy.
       copy CSR07200.cpy.
       copy CSR10300.cpy.
       copy CSR10400.cpy.
