      *>=================================================================================
      *> CSR08600 - Rotinas de acesso ao arquivo PD08600 (Lancamentos contabeis)
      *>=================================================================================
       9000-abrir-io-pd08600 section.

            open i-o pd08600

            if   ws-fs-pd08600 = "35"
                 open output pd08600
                 close pd08600
                 open i-o pd08600
            end-if

            if   ws-fs-pd08600 <> "00"
                 move "Erro na abertura do arquivo PD08600!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd08600-ran-1 section.

            set ws-operacao-nok                        to true

            read pd08600
                 key is f08600-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd08600-ge section.

            set ws-operacao-nok                        to true

            start pd08600
                 key is not less than f08600-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd08600-seq-1 section.

            read pd08600 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd08600 section.

            set ws-operacao-nok                        to true

            write f08600-lancamento-contabil
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd08600 section.

            set ws-operacao-nok                        to true

            rewrite f08600-lancamento-contabil
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd08600 section.

            set ws-operacao-nok                        to true

            delete pd08600
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f08600-lancamento-contabil - chamar
      *> imediatamente antes de 9000-gravar-pd08600/9000-regravar-pd08600.
       9000-marca-auditoria-pd08600 section.

            move function current-date(1:8)            to f08600-data-operacao
            move function current-date(9:6)            to f08600-horario-operacao
            move ws-cd-usuario-operacao                 to f08600-id-usuario-operacao

       exit.

