      *>=================================================================================
      *> CSP00903 - Movimento de estoque de kit pelos componentes (PD10100)
      *>
      *>    O chamador monta ws-kit-cd-empresa/filial/mercadoria, o lote e a
      *>    validade da linha (espacos/zeros sem lote), o delta com sinal em
      *>    ws-delta-estoque (unidade padrao do kit) e, numa entrada
      *>    valorizada, ws-ce-valor-custo-entrada. Se a mercadoria nao e kit,
      *>    nada se move e ws-kit-explodido volta desligado - o chamador
      *>    segue com o lancamento normal. Sendo kit, cada componente recebe
      *>    delta x quantidade no kit em PD05800 e no local ws-kit-cd-local
      *>    de PD10400 (e em PD07400 quando o componente controla lote e a
      *>    linha do kit traz lote); o valor de uma entrada e rateado pelo
      *>    peso do custo medio corrente de cada componente (sem custo
      *>    nenhum, o custo medio fica como esta).
      *>    ws-kit-custo-medio devolve o custo de uma unidade do kit antes do
      *>    movimento - a saida congela este custo na linha da nota.
      *>    ws-operacao-ok ao final indica que todos os saldos gravaram.
      *>    Quem copia abre PD00700, PD05800, PD07400, PD10100 e PD10400 e
      *>    copia CSR10100.CPY e CSR10400.CPY.
      *>=================================================================================
       9000-lanca-estoque-kit section.

            move "N"                                   to ws-kit-fl-explodido
            move zeros                                 to ws-kit-custo-medio
            move zeros                                 to ws-kit-erros

            perform 9000-carrega-componentes-kit

            if   ws-kit-total-componentes = zeros
                 set ws-operacao-ok                    to true
                 exit section
            end-if

            set ws-kit-explodido                       to true
            move ws-delta-estoque                      to ws-kit-delta
            move ws-ce-valor-custo-entrada             to ws-kit-valor-entrada
            move zeros                                 to ws-ce-valor-custo-entrada

      *>    Primeira passada: peso (custo corrente x quantidade no kit) de
      *>    cada componente - a soma e o custo de uma unidade do kit.
            move zeros                                 to ws-kit-peso-total

            perform varying ws-kit-idx from 1 by 1
                    until ws-kit-idx > ws-kit-total-componentes
                 initialize                            f05800-saldo-estoque
                 move ws-kit-cd-empresa                to f05800-cd-empresa
                 move ws-kit-cd-filial                 to f05800-cd-filial
                 move ws-kit-cd-componente(ws-kit-idx) to f05800-cd-mercadoria
                 perform 9000-ler-pd05800-ran-1
                 if   ws-operacao-ok
                      compute ws-kit-peso(ws-kit-idx) rounded =
                              f05800-custo-medio * ws-kit-qtd-componente(ws-kit-idx)
                 else
                      move zeros                       to ws-kit-peso(ws-kit-idx)
                 end-if
                 add ws-kit-peso(ws-kit-idx)           to ws-kit-peso-total
            end-perform

            move ws-kit-peso-total                     to ws-kit-custo-medio

      *>    Segunda passada: o movimento de cada componente.
            perform varying ws-kit-idx from 1 by 1
                    until ws-kit-idx > ws-kit-total-componentes

                 compute ws-delta-estoque = ws-kit-delta
                                          * ws-kit-qtd-componente(ws-kit-idx)

                 if   ws-kit-valor-entrada > zeros
                 and  ws-kit-peso-total > zeros
                      compute ws-ce-valor-custo-entrada rounded =
                              ws-kit-valor-entrada * ws-kit-peso(ws-kit-idx)
                              / ws-kit-peso-total
                 end-if

                 initialize                            f05800-saldo-estoque
                 move ws-kit-cd-empresa                to f05800-cd-empresa
                 move ws-kit-cd-filial                 to f05800-cd-filial
                 move ws-kit-cd-componente(ws-kit-idx) to f05800-cd-mercadoria
                 perform 9000-atualiza-saldo-pd05800

                 if   not ws-operacao-ok
                      add 1                            to ws-kit-erros
                 end-if

                 initialize                            f10400-saldo-local
                 move ws-kit-cd-empresa                to f10400-cd-empresa
                 move ws-kit-cd-filial                 to f10400-cd-filial
                 move ws-kit-cd-componente(ws-kit-idx) to f10400-cd-mercadoria
                 move ws-kit-cd-local                  to f10400-cd-local
                 perform 9000-atualiza-saldo-pd10400

                 if   not ws-operacao-ok
                      add 1                            to ws-kit-erros
                 end-if

                 if   ws-kit-numero-lote not equal spaces
                      move ws-kit-cd-componente(ws-kit-idx) to f00700-cd-mercadoria
                      perform 9000-ler-pd00700-ran-1
                      if   ws-operacao-ok
                      and  f00700-controla-lote
                           move ws-kit-data-validade   to ws-lote-data-validade
                           initialize                  f07400-saldo-lote
                           move ws-kit-cd-empresa      to f07400-cd-empresa
                           move ws-kit-cd-filial       to f07400-cd-filial
                           move ws-kit-cd-componente(ws-kit-idx)
                                                       to f07400-cd-mercadoria
                           move ws-kit-numero-lote     to f07400-numero-lote
                           perform 9000-atualiza-saldo-pd07400
                           if   not ws-operacao-ok
                                add 1                  to ws-kit-erros
                           end-if
                      end-if
                 end-if

            end-perform

            move ws-kit-delta                          to ws-delta-estoque
            move zeros                                 to ws-ce-valor-custo-entrada

      *>    f00700 volta a ser o do kit - o chamador pode estar mostrando a
      *>    mercadoria da linha.
            if   ws-kit-numero-lote not equal spaces
                 move ws-kit-cd-mercadoria             to f00700-cd-mercadoria
                 perform 9000-ler-pd00700-ran-1
            end-if

            if   ws-kit-erros = zeros
                 set ws-operacao-ok                    to true
            else
                 set ws-operacao-nok                   to true
            end-if

       exit.
