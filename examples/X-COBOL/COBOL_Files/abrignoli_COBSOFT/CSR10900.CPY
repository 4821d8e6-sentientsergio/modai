      *>=================================================================================
      *> CSR10900 - Rotinas de acesso ao arquivo PD10900 (Referencia cruzada de produto do cliente)
      *>=================================================================================
       9000-abrir-io-pd10900 section.

            open i-o pd10900

            if   ws-fs-pd10900 = "35"
                 open output pd10900
                 close pd10900
                 open i-o pd10900
            end-if

            if   ws-fs-pd10900 <> "00"
                 move "Erro na abertura do arquivo PD10900!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd10900-ran-1 section.

            set ws-operacao-nok                        to true

            read pd10900
                 key is f10900-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd10900-ge section.

            set ws-operacao-nok                        to true

            start pd10900
                 key is not less than f10900-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd10900-seq-1 section.

            read pd10900 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-ler-pd10900-pre section.

            set ws-operacao-nok                        to true

            read pd10900 previous record
                 at end
                      continue
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd10900 section.

            set ws-operacao-nok                        to true

            write f10900-produto-cliente
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd10900 section.

            set ws-operacao-nok                        to true

            rewrite f10900-produto-cliente
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd10900 section.

            set ws-operacao-nok                        to true

            delete pd10900
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f10900-produto-cliente - chamar
      *> imediatamente antes de 9000-gravar-pd10900/9000-regravar-pd10900.
       9000-marca-auditoria-pd10900 section.

            move function current-date(1:8)            to f10900-data-operacao
            move function current-date(9:6)            to f10900-horario-operacao
            move ws-cd-usuario-operacao                 to f10900-id-usuario-operacao

       exit.

