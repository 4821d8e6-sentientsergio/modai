      *>=================================================================================
      *> CSR09800 - Rotinas de acesso ao arquivo PD09800 (Estagios da regua de cobranca)
      *>=================================================================================
       9000-abrir-io-pd09800 section.

            open i-o pd09800

            if   ws-fs-pd09800 = "35"
                 open output pd09800
                 close pd09800
                 open i-o pd09800
            end-if

            if   ws-fs-pd09800 <> "00"
                 move "Erro na abertura do arquivo PD09800!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd09800-ran-1 section.

            set ws-operacao-nok                        to true

            read pd09800
                 key is f09800-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd09800-ge section.

            set ws-operacao-nok                        to true

            start pd09800
                 key is not less than f09800-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd09800-seq-1 section.

            read pd09800 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd09800 section.

            set ws-operacao-nok                        to true

            write f09800-estagio-cobranca
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd09800 section.

            set ws-operacao-nok                        to true

            rewrite f09800-estagio-cobranca
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd09800 section.

            set ws-operacao-nok                        to true

            delete pd09800
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f09800-estagio-cobranca - chamar
      *> imediatamente antes de 9000-gravar-pd09800/9000-regravar-pd09800.
       9000-marca-auditoria-pd09800 section.

            move function current-date(1:8)            to f09800-data-operacao
            move function current-date(9:6)            to f09800-horario-operacao
            move ws-cd-usuario-operacao                 to f09800-id-usuario-operacao

       exit.

