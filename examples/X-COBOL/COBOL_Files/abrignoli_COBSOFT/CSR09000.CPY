      *>=================================================================================
      *> CSR09000 - Rotinas de acesso ao arquivo PD09000 (Parametros de reposicao)
      *>=================================================================================
       9000-abrir-io-pd09000 section.

            open i-o pd09000

            if   ws-fs-pd09000 = "35"
                 open output pd09000
                 close pd09000
                 open i-o pd09000
            end-if

            if   ws-fs-pd09000 <> "00"
                 move "Erro na abertura do arquivo PD09000!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd09000-ran-1 section.

            set ws-operacao-nok                        to true

            read pd09000
                 key is f09000-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd09000-ge section.

            set ws-operacao-nok                        to true

            start pd09000
                 key is not less than f09000-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd09000-seq-1 section.

            read pd09000 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd09000 section.

            set ws-operacao-nok                        to true

            write f09000-parametro-reposicao
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd09000 section.

            set ws-operacao-nok                        to true

            rewrite f09000-parametro-reposicao
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd09000 section.

            set ws-operacao-nok                        to true

            delete pd09000
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f09000-parametro-reposicao - chamar
      *> imediatamente antes de 9000-gravar-pd09000/9000-regravar-pd09000.
       9000-marca-auditoria-pd09000 section.

            move function current-date(1:8)            to f09000-data-operacao
            move function current-date(9:6)            to f09000-horario-operacao
            move ws-cd-usuario-operacao                 to f09000-id-usuario-operacao

       exit.

