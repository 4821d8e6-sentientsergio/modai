      *>=================================================================================
      *> CSR10600 - Rotinas de acesso ao arquivo PD10600 (Bens do ativo - CIAP)
      *>=================================================================================
       9000-abrir-io-pd10600 section.

            open i-o pd10600

            if   ws-fs-pd10600 = "35"
                 open output pd10600
                 close pd10600
                 open i-o pd10600
            end-if

            if   ws-fs-pd10600 <> "00"
                 move "Erro na abertura do arquivo PD10600!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd10600-ran-1 section.

            set ws-operacao-nok                        to true

            read pd10600
                 key is f10600-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd10600-ge section.

            set ws-operacao-nok                        to true

            start pd10600
                 key is not less than f10600-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd10600-seq-1 section.

            read pd10600 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-ler-pd10600-pre section.

            set ws-operacao-nok                        to true

            read pd10600 previous record
                 at end
                      continue
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd10600 section.

            set ws-operacao-nok                        to true

            write f10600-bem-ativo
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd10600 section.

            set ws-operacao-nok                        to true

            rewrite f10600-bem-ativo
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd10600 section.

            set ws-operacao-nok                        to true

            delete pd10600
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f10600-bem-ativo - chamar
      *> imediatamente antes de 9000-gravar-pd10600/9000-regravar-pd10600.
       9000-marca-auditoria-pd10600 section.

            move function current-date(1:8)            to f10600-data-operacao
            move function current-date(9:6)            to f10600-horario-operacao
            move ws-cd-usuario-operacao                 to f10600-id-usuario-operacao

       exit.

