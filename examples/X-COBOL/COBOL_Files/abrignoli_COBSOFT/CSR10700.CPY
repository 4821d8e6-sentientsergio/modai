      *>=================================================================================
      *> CSR10700 - Rotinas de acesso ao arquivo PD10700 (Resumo mensal do CIAP)
      *>=================================================================================
       9000-abrir-io-pd10700 section.

            open i-o pd10700

            if   ws-fs-pd10700 = "35"
                 open output pd10700
                 close pd10700
                 open i-o pd10700
            end-if

            if   ws-fs-pd10700 <> "00"
                 move "Erro na abertura do arquivo PD10700!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd10700-ran-1 section.

            set ws-operacao-nok                        to true

            read pd10700
                 key is f10700-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd10700-ge section.

            set ws-operacao-nok                        to true

            start pd10700
                 key is not less than f10700-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd10700-seq-1 section.

            read pd10700 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-ler-pd10700-pre section.

            set ws-operacao-nok                        to true

            read pd10700 previous record
                 at end
                      continue
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd10700 section.

            set ws-operacao-nok                        to true

            write f10700-ciap-competencia
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd10700 section.

            set ws-operacao-nok                        to true

            rewrite f10700-ciap-competencia
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd10700 section.

            set ws-operacao-nok                        to true

            delete pd10700
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f10700-ciap-competencia - chamar
      *> imediatamente antes de 9000-gravar-pd10700/9000-regravar-pd10700.
       9000-marca-auditoria-pd10700 section.

            move function current-date(1:8)            to f10700-data-operacao
            move function current-date(9:6)            to f10700-horario-operacao
            move ws-cd-usuario-operacao                 to f10700-id-usuario-operacao

       exit.

