      *>=================================================================================
      *> CSR09700 - Rotinas de acesso ao arquivo PD09700 (Metas de venda por vendedor)
      *>=================================================================================
       9000-abrir-io-pd09700 section.

            open i-o pd09700

            if   ws-fs-pd09700 = "35"
                 open output pd09700
                 close pd09700
                 open i-o pd09700
            end-if

            if   ws-fs-pd09700 <> "00"
                 move "Erro na abertura do arquivo PD09700!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd09700-ran-1 section.

            set ws-operacao-nok                        to true

            read pd09700
                 key is f09700-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd09700-ge section.

            set ws-operacao-nok                        to true

            start pd09700
                 key is not less than f09700-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd09700-seq-1 section.

            read pd09700 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd09700 section.

            set ws-operacao-nok                        to true

            write f09700-meta-vendedor
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd09700 section.

            set ws-operacao-nok                        to true

            rewrite f09700-meta-vendedor
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd09700 section.

            set ws-operacao-nok                        to true

            delete pd09700
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f09700-meta-vendedor - chamar
      *> imediatamente antes de 9000-gravar-pd09700/9000-regravar-pd09700.
       9000-marca-auditoria-pd09700 section.

            move function current-date(1:8)            to f09700-data-operacao
            move function current-date(9:6)            to f09700-horario-operacao
            move ws-cd-usuario-operacao                 to f09700-id-usuario-operacao

       exit.

