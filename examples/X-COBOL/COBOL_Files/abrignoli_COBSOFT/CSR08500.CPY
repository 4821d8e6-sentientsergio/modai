      *>=================================================================================
      *> CSR08500 - Rotinas de acesso ao arquivo PD08500 (Regras de contabilizacao)
      *>=================================================================================
       9000-abrir-io-pd08500 section.

            open i-o pd08500

            if   ws-fs-pd08500 = "35"
                 open output pd08500
                 close pd08500
                 open i-o pd08500
            end-if

            if   ws-fs-pd08500 <> "00"
                 move "Erro na abertura do arquivo PD08500!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd08500-ran-1 section.

            set ws-operacao-nok                        to true

            read pd08500
                 key is f08500-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd08500-ge section.

            set ws-operacao-nok                        to true

            start pd08500
                 key is not less than f08500-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd08500-seq-1 section.

            read pd08500 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd08500 section.

            set ws-operacao-nok                        to true

            write f08500-regra-contabil
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd08500 section.

            set ws-operacao-nok                        to true

            rewrite f08500-regra-contabil
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd08500 section.

            set ws-operacao-nok                        to true

            delete pd08500
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f08500-regra-contabil - chamar
      *> imediatamente antes de 9000-gravar-pd08500/9000-regravar-pd08500.
       9000-marca-auditoria-pd08500 section.

            move function current-date(1:8)            to f08500-data-operacao
            move function current-date(9:6)            to f08500-horario-operacao
            move ws-cd-usuario-operacao                 to f08500-id-usuario-operacao

       exit.

