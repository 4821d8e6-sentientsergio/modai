      *>=================================================================================
      *> CSR09200 - Rotinas de acesso ao arquivo PD09200 (Cartas de correcao - CC-e)
      *>=================================================================================
       9000-abrir-io-pd09200 section.

            open i-o pd09200

            if   ws-fs-pd09200 = "35"
                 open output pd09200
                 close pd09200
                 open i-o pd09200
            end-if

            if   ws-fs-pd09200 <> "00"
                 move "Erro na abertura do arquivo PD09200!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd09200-ran-1 section.

            set ws-operacao-nok                        to true

            read pd09200
                 key is f09200-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd09200-ge section.

            set ws-operacao-nok                        to true

            start pd09200
                 key is not less than f09200-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd09200-seq-1 section.

            read pd09200 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd09200 section.

            set ws-operacao-nok                        to true

            write f09200-carta-correcao
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd09200 section.

            set ws-operacao-nok                        to true

            rewrite f09200-carta-correcao
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd09200 section.

            set ws-operacao-nok                        to true

            delete pd09200
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f09200-carta-correcao - chamar
      *> imediatamente antes de 9000-gravar-pd09200/9000-regravar-pd09200.
       9000-marca-auditoria-pd09200 section.

            move function current-date(1:8)            to f09200-data-operacao
            move function current-date(9:6)            to f09200-horario-operacao
            move ws-cd-usuario-operacao                 to f09200-id-usuario-operacao

       exit.

