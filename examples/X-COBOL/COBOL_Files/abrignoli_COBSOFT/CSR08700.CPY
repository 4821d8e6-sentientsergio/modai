      *>=================================================================================
      *> CSR08700 - Rotinas de acesso ao arquivo PD08700 (Pedidos de compra)
      *>=================================================================================
       9000-abrir-io-pd08700 section.

            open i-o pd08700

            if   ws-fs-pd08700 = "35"
                 open output pd08700
                 close pd08700
                 open i-o pd08700
            end-if

            if   ws-fs-pd08700 <> "00"
                 move "Erro na abertura do arquivo PD08700!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd08700-ran-1 section.

            set ws-operacao-nok                        to true

            read pd08700
                 key is f08700-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd08700-ge section.

            set ws-operacao-nok                        to true

            start pd08700
                 key is not less than f08700-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd08700-seq-1 section.

            read pd08700 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd08700 section.

            set ws-operacao-nok                        to true

            write f08700-pedido-compra
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd08700 section.

            set ws-operacao-nok                        to true

            rewrite f08700-pedido-compra
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd08700 section.

            set ws-operacao-nok                        to true

            delete pd08700
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f08700-pedido-compra - chamar
      *> imediatamente antes de 9000-gravar-pd08700/9000-regravar-pd08700.
       9000-marca-auditoria-pd08700 section.

            move function current-date(1:8)            to f08700-data-operacao
            move function current-date(9:6)            to f08700-horario-operacao
            move ws-cd-usuario-operacao                 to f08700-id-usuario-operacao

       exit.

