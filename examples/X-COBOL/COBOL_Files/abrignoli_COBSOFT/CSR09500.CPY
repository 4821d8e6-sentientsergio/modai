      *>=================================================================================
      *> CSR09500 - Rotinas de acesso ao arquivo PD09500 (Conhecimentos de transporte)
      *>=================================================================================
       9000-abrir-io-pd09500 section.

            open i-o pd09500

            if   ws-fs-pd09500 = "35"
                 open output pd09500
                 close pd09500
                 open i-o pd09500
            end-if

            if   ws-fs-pd09500 <> "00"
                 move "Erro na abertura do arquivo PD09500!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd09500-ran-1 section.

            set ws-operacao-nok                        to true

            read pd09500
                 key is f09500-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd09500-ge section.

            set ws-operacao-nok                        to true

            start pd09500
                 key is not less than f09500-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd09500-seq-1 section.

            read pd09500 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd09500 section.

            set ws-operacao-nok                        to true

            write f09500-conhecimento
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd09500 section.

            set ws-operacao-nok                        to true

            rewrite f09500-conhecimento
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd09500 section.

            set ws-operacao-nok                        to true

            delete pd09500
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f09500-conhecimento - chamar
      *> imediatamente antes de 9000-gravar-pd09500/9000-regravar-pd09500.
       9000-marca-auditoria-pd09500 section.

            move function current-date(1:8)            to f09500-data-operacao
            move function current-date(9:6)            to f09500-horario-operacao
            move ws-cd-usuario-operacao                 to f09500-id-usuario-operacao

       exit.

