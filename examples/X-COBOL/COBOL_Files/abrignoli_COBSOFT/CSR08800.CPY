      *>=================================================================================
      *> CSR08800 - Rotinas de acesso ao arquivo PD08800 (Itens do pedido de compra)
      *>=================================================================================
       9000-abrir-io-pd08800 section.

            open i-o pd08800

            if   ws-fs-pd08800 = "35"
                 open output pd08800
                 close pd08800
                 open i-o pd08800
            end-if

            if   ws-fs-pd08800 <> "00"
                 move "Erro na abertura do arquivo PD08800!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd08800-ran-1 section.

            set ws-operacao-nok                        to true

            read pd08800
                 key is f08800-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd08800-ge section.

            set ws-operacao-nok                        to true

            start pd08800
                 key is not less than f08800-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd08800-seq-1 section.

            read pd08800 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd08800 section.

            set ws-operacao-nok                        to true

            write f08800-item-pedido-compra
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd08800 section.

            set ws-operacao-nok                        to true

            rewrite f08800-item-pedido-compra
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd08800 section.

            set ws-operacao-nok                        to true

            delete pd08800
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f08800-item-pedido-compra - chamar
      *> imediatamente antes de 9000-gravar-pd08800/9000-regravar-pd08800.
       9000-marca-auditoria-pd08800 section.

            move function current-date(1:8)            to f08800-data-operacao
            move function current-date(9:6)            to f08800-horario-operacao
            move ws-cd-usuario-operacao                 to f08800-id-usuario-operacao

       exit.

