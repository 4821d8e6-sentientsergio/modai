      *>=================================================================================
      *> CSR09600 - Rotinas de acesso ao arquivo PD09600 (Notas do conhecimento de transporte)
      *>=================================================================================
       9000-abrir-io-pd09600 section.

            open i-o pd09600

            if   ws-fs-pd09600 = "35"
                 open output pd09600
                 close pd09600
                 open i-o pd09600
            end-if

            if   ws-fs-pd09600 <> "00"
                 move "Erro na abertura do arquivo PD09600!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd09600-ran-1 section.

            set ws-operacao-nok                        to true

            read pd09600
                 key is f09600-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
      *> Posiciona na chave alternativa (chave-doc da nota) - seguir com
      *> 9000-ler-pd09600-seq-1 enquanto f09600-chave-doc for a da nota para
      *> ver todos os conhecimentos que a citaram.
       9000-str-pd09600-doc section.

            set ws-operacao-nok                        to true

            start pd09600 key is equal f09600-chave-doc
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-str-pd09600-ge section.

            set ws-operacao-nok                        to true

            start pd09600
                 key is not less than f09600-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd09600-seq-1 section.

            read pd09600 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd09600 section.

            set ws-operacao-nok                        to true

            write f09600-nota-conhecimento
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd09600 section.

            set ws-operacao-nok                        to true

            rewrite f09600-nota-conhecimento
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd09600 section.

            set ws-operacao-nok                        to true

            delete pd09600
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f09600-nota-conhecimento - chamar
      *> imediatamente antes de 9000-gravar-pd09600/9000-regravar-pd09600.
       9000-marca-auditoria-pd09600 section.

            move function current-date(1:8)            to f09600-data-operacao
            move function current-date(9:6)            to f09600-horario-operacao
            move ws-cd-usuario-operacao                 to f09600-id-usuario-operacao

       exit.

