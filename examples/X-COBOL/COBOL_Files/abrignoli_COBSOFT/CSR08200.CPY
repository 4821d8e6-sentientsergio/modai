      *>=================================================================================
      *> CSR08200 - Rotinas de acesso ao arquivo PD08200 (Contas bancarias)
      *>=================================================================================
       9000-abrir-io-pd08200 section.

            open i-o pd08200

            if   ws-fs-pd08200 = "35"
                 open output pd08200
                 close pd08200
                 open i-o pd08200
            end-if

            if   ws-fs-pd08200 <> "00"
                 move "Erro na abertura do arquivo PD08200!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd08200-ran-1 section.

            set ws-operacao-nok                        to true

            read pd08200
                 key is f08200-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd08200-ge section.

            set ws-operacao-nok                        to true

            start pd08200
                 key is not less than f08200-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd08200-seq-1 section.

            read pd08200 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd08200 section.

            set ws-operacao-nok                        to true

            write f08200-conta-bancaria
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd08200 section.

            set ws-operacao-nok                        to true

            rewrite f08200-conta-bancaria
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd08200 section.

            set ws-operacao-nok                        to true

            delete pd08200
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f08200-conta-bancaria - chamar
      *> imediatamente antes de 9000-gravar-pd08200/9000-regravar-pd08200.
       9000-marca-auditoria-pd08200 section.

            move function current-date(1:8)            to f08200-data-operacao
            move function current-date(9:6)            to f08200-horario-operacao
            move ws-cd-usuario-operacao                 to f08200-id-usuario-operacao

       exit.

      *>=================================================================================
      *> Conta da tesouraria que recebe um movimento automatico da filial em
      *> ws-ts-cd-empresa/ws-ts-cd-filial: a conta ativa marcada para o uso
      *> pedido (ws-ts-busca-padrao ou ws-ts-busca-cobranca); cobranca sem
      *> conta marcada cai na conta padrao; sem nenhuma marcada, a primeira
      *> conta ativa. Filial sem conta ativa devolve ws-ts-cd-conta zerado e o
      *> movimento nao e gerado.
       9000-localiza-conta-tesouraria section.

            move zeros                                 to ws-ts-cd-conta
            move zeros                                 to ws-ts-cd-conta-padrao
            move zeros                                 to ws-ts-cd-conta-ativa

            initialize                                 f08200-chave
            move ws-ts-cd-empresa                      to f08200-cd-empresa
            move ws-ts-cd-filial                       to f08200-cd-filial

            perform 9000-str-pd08200-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd08200-seq-1

                 if   ws-operacao-ok
                 and  f08200-cd-empresa equal ws-ts-cd-empresa
                 and  f08200-cd-filial  equal ws-ts-cd-filial

                      if   f08200-conta-ativa

                           if   ws-ts-cd-conta-ativa = zeros
                                move f08200-cd-conta   to ws-ts-cd-conta-ativa
                           end-if

                           if   f08200-conta-padrao
                           and  ws-ts-cd-conta-padrao = zeros
                                move f08200-cd-conta   to ws-ts-cd-conta-padrao
                           end-if

                           if   ws-ts-cd-conta = zeros
                                if   ws-ts-busca-cobranca
                                     if   f08200-conta-cobranca
                                          move f08200-cd-conta to ws-ts-cd-conta
                                     end-if
                                else
                                     if   f08200-conta-padrao
                                          move f08200-cd-conta to ws-ts-cd-conta
                                     end-if
                                end-if
                           end-if

                      end-if

                 else
                      set ws-operacao-nok              to true
                 end-if

            end-perform

            if   ws-ts-cd-conta = zeros
                 move ws-ts-cd-conta-padrao            to ws-ts-cd-conta
            end-if

            if   ws-ts-cd-conta = zeros
                 move ws-ts-cd-conta-ativa             to ws-ts-cd-conta
            end-if

            set ws-operacao-ok                         to true

       exit.
