      *>    Mostra a posicao de estoque da mercadoria informada, na empresa/
      *>    filial da sessao, com a descricao resolvida em PD00700 - a posicao
      *>    e mantida incrementalmente por CS10006C e reconstruivel por
      *>    CS10020B. Ao lado do saldo, a quantidade reservada por pedidos de
      *>    venda em aberto (PD10000) e o disponivel para promessa. Abaixo, a
      *>    abertura do saldo pelos locais de estoque da filial (PD10400).
      *>
      *>=================================================================================
       environment division.
       copy CSS00900.cpy.
       copy CSS00700.cpy.
       copy CSS05800.cpy.
       copy CSS10000.cpy.
       copy CSS10300.cpy.
       copy CSS10400.cpy.

      *>=================================================================================
       data division.
       copy CSF00900.cpy.
       copy CSF00700.cpy.
       copy CSF05800.cpy.
       copy CSF10000.cpy.
       copy CSF10300.cpy.
       copy CSF10400.cpy.

      *>=================================================================================
       working-storage section.
            03 f-cd-mercadoria                     pic 9(09).
            03 f-descricao-mercadoria              pic x(40).
            03 f-saldo-padrao                      pic s9(09)v9(06).
            03 f-quantidade-reservada              pic s9(09)v9(06).
            03 f-disponivel                        pic s9(09)v9(06).

      *>   Abertura por local - cabem quatro linhas entre o disponivel e o
      *>   rodape do frame; os demais locais sao so contados.
       01   ws-saldo-locais.
            03 ws-sl-linha-tela                     pic 9(02).
            03 ws-sl-total-locais                   pic 9(05).
            03 ws-sl-chave-comparacao               pic x(16).
            03 ws-sl-linha-local.
               05 ws-sl-cd-local                    pic 9(03).
               05 filler                            pic x(01) value space.
               05 ws-sl-descricao                   pic x(25).
               05 ws-sl-saldo                       pic -zzzzzzzz9,999999.
            03 ws-sl-linha-demais.
               05 filler                            pic x(04) value "... ".
               05 ws-sl-demais                      pic zzzz9.
               05 filler                            pic x(21) value " outro(s) local(is)".

      *>=================================================================================
       linkage section.
            03 line 13 col 34   pic x(40) from f-descricao-mercadoria.
            03 line 15 col 20   pic x(13) value "Saldo Padrao:".
            03 line 15 col 34   pic -zzzzzzzz9,999999 from f-saldo-padrao.
            03 line 16 col 22   pic x(11) value "Reservado:".
            03 line 16 col 34   pic -zzzzzzzz9,999999 from f-quantidade-reservada.
            03 line 17 col 21   pic x(12) value "Disponivel:".
            03 line 17 col 34   pic -zzzzzzzz9,999999 from f-disponivel.

      *>=================================================================================
       procedure division using lnk-par.
            perform 9000-abrir-e-pd00900
            perform 9000-abrir-i-pd00700
            perform 9000-abrir-io-pd05800
            perform 9000-abrir-io-pd10000
            perform 9000-abrir-io-pd10300
            perform 9000-abrir-io-pd10400

       exit.

                 perform 9000-mensagem
            end-if

            initialize                             f10000-reserva-estoque
            move lnk-cd-empresa                    to f10000-cd-empresa
            move lnk-cd-filial                     to f10000-cd-filial
            move f-cd-mercadoria                   to f10000-cd-mercadoria
            perform 9000-ler-pd10000-ran-1

            if   ws-operacao-ok
                 move f10000-quantidade-reservada  to f-quantidade-reservada
            else
                 move zeros                        to f-quantidade-reservada
            end-if

            compute f-disponivel = f-saldo-padrao - f-quantidade-reservada

            perform 8000-tela
            perform 2200-mostra-locais
            perform 8000-controle-frame

       exit.

      *>=================================================================================
      *> Saldo da mercadoria em cada local da filial, na ordem do codigo do
      *> local - o 000 e o que entrou sem endereco.
       2200-mostra-locais section.

            move 19                                to ws-sl-linha-tela
            move zeros                             to ws-sl-total-locais

            initialize                             f10400-chave
            move lnk-cd-empresa                    to f10400-cd-empresa
            move lnk-cd-filial                     to f10400-cd-filial
            move f-cd-mercadoria                   to f10400-cd-mercadoria
            move f10400-chave(1:16)                to ws-sl-chave-comparacao

            perform 9000-str-pd10400-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10400-seq-1

                 if   ws-operacao-ok
                 and  f10400-chave(1:16) equal ws-sl-chave-comparacao

                      add 1                        to ws-sl-total-locais

                      if   ws-sl-total-locais = 1
                           display "Saldo por local:" at line 18 col 17
                      end-if

                      if   ws-sl-linha-tela <= 22
                           move lnk-cd-empresa      to ws-loc-cd-empresa
                           move lnk-cd-filial       to ws-loc-cd-filial
                           move f10400-cd-local     to ws-loc-cd-local
                           perform 9000-descreve-local
                           move f10400-cd-local     to ws-sl-cd-local
                           move ws-loc-descricao    to ws-sl-descricao
                           move f10400-saldo-padrao to ws-sl-saldo
                           display ws-sl-linha-local at line ws-sl-linha-tela col 34
                           add 1                    to ws-sl-linha-tela
                      end-if

                      set ws-operacao-ok           to true

                 else
                      set ws-operacao-nok          to true
                 end-if

            end-perform

            if   ws-sl-total-locais > 4
                 compute ws-sl-demais = ws-sl-total-locais - 4
                 display ws-sl-linha-demais at line 18 col 34
            end-if

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd00700
            close pd05800
            close pd10000
            close pd10300
            close pd10400

       exit.
      *>=================================================================================
       copy CSR00900.cpy.
       copy CSR00700.cpy.
       copy CSR05800.cpy.
       copy CSR10000.cpy.
       copy CSR10300.cpy.
       copy CSR10400.cpy.
