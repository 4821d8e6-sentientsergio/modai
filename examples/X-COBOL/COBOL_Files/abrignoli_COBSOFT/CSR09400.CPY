      *>=================================================================================
      *> CSR09400 - Rotinas de acesso ao arquivo PD09400 (Notas do romaneio de carga)
      *>=================================================================================
       9000-abrir-io-pd09400 section.

            open i-o pd09400

            if   ws-fs-pd09400 = "35"
                 open output pd09400
                 close pd09400
                 open i-o pd09400
            end-if

            if   ws-fs-pd09400 <> "00"
                 move "Erro na abertura do arquivo PD09400!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd09400-ran-1 section.

            set ws-operacao-nok                        to true

            read pd09400
                 key is f09400-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
      *> Leitura pela chave alternativa (chave-doc da nota) - em qual romaneio
      *> a nota esta, se em algum.
       9000-ler-pd09400-ran-2 section.

            set ws-operacao-nok                        to true

            read pd09400
                 key is f09400-chave-doc
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd09400-ge section.

            set ws-operacao-nok                        to true

            start pd09400
                 key is not less than f09400-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd09400-seq-1 section.

            read pd09400 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd09400 section.

            set ws-operacao-nok                        to true

            write f09400-nota-romaneio
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd09400 section.

            set ws-operacao-nok                        to true

            rewrite f09400-nota-romaneio
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd09400 section.

            set ws-operacao-nok                        to true

            delete pd09400
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f09400-nota-romaneio - chamar
      *> imediatamente antes de 9000-gravar-pd09400/9000-regravar-pd09400.
       9000-marca-auditoria-pd09400 section.

            move function current-date(1:8)            to f09400-data-operacao
            move function current-date(9:6)            to f09400-horario-operacao
            move ws-cd-usuario-operacao                 to f09400-id-usuario-operacao

       exit.

