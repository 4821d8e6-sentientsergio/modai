      *>=================================================================================
      *> CSR10400 - Rotinas de acesso ao arquivo PD10400 (Saldo de estoque por local)
      *>=================================================================================
       9000-abrir-io-pd10400 section.

            open i-o pd10400

            if   ws-fs-pd10400 = "35"
                 open output pd10400
                 close pd10400
                 open i-o pd10400
            end-if

            if   ws-fs-pd10400 <> "00"
                 move "Erro na abertura do arquivo PD10400!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd10400-ran-1 section.

            set ws-operacao-nok                        to true

            read pd10400
                 key is f10400-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd10400-ge section.

            set ws-operacao-nok                        to true

            start pd10400
                 key is not less than f10400-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd10400-seq-1 section.

            read pd10400 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-ler-pd10400-pre section.

            set ws-operacao-nok                        to true

            read pd10400 previous record
                 at end
                      continue
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd10400 section.

            set ws-operacao-nok                        to true

            write f10400-saldo-local
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd10400 section.

            set ws-operacao-nok                        to true

            rewrite f10400-saldo-local
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd10400 section.

            set ws-operacao-nok                        to true

            delete pd10400
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Aplica ws-delta-estoque (com sinal, ja ajustado pelo chamador) no
      *> saldo do local da chave ja montada em f10400-chave, criando a linha
      *> na primeira movimentacao da mercadoria no local.
       9000-atualiza-saldo-pd10400 section.

            perform 9000-ler-pd10400-ran-1

            if   ws-operacao-ok
                 add ws-delta-estoque                  to f10400-saldo-padrao
                 move function current-date(1:8)       to f10400-data-operacao
                 move function current-date(9:6)       to f10400-horario-operacao
                 perform 9000-regravar-pd10400
            else
                 move ws-delta-estoque                 to f10400-saldo-padrao
                 move function current-date(1:8)       to f10400-data-operacao
                 move function current-date(9:6)       to f10400-horario-operacao
                 perform 9000-gravar-pd10400
            end-if

       exit.
