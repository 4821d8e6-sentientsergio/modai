      *>=================================================================================
      *> CSR08400 - Rotinas de acesso ao arquivo PD08400 (Plano de contas)
      *>=================================================================================
       9000-abrir-io-pd08400 section.

            open i-o pd08400

            if   ws-fs-pd08400 = "35"
                 open output pd08400
                 close pd08400
                 open i-o pd08400
            end-if

            if   ws-fs-pd08400 <> "00"
                 move "Erro na abertura do arquivo PD08400!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd08400-ran-1 section.

            set ws-operacao-nok                        to true

            read pd08400
                 key is f08400-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd08400-ge section.

            set ws-operacao-nok                        to true

            start pd08400
                 key is not less than f08400-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd08400-seq-1 section.

            read pd08400 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd08400 section.

            set ws-operacao-nok                        to true

            write f08400-conta-contabil
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd08400 section.

            set ws-operacao-nok                        to true

            rewrite f08400-conta-contabil
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd08400 section.

            set ws-operacao-nok                        to true

            delete pd08400
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f08400-conta-contabil - chamar
      *> imediatamente antes de 9000-gravar-pd08400/9000-regravar-pd08400.
       9000-marca-auditoria-pd08400 section.

            move function current-date(1:8)            to f08400-data-operacao
            move function current-date(9:6)            to f08400-horario-operacao
            move ws-cd-usuario-operacao                 to f08400-id-usuario-operacao

       exit.

