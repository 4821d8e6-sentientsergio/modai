      *>=================================================================================
      *> CSR09300 - Rotinas de acesso ao arquivo PD09300 (Romaneio de carga)
      *>=================================================================================
       9000-abrir-io-pd09300 section.

            open i-o pd09300

            if   ws-fs-pd09300 = "35"
                 open output pd09300
                 close pd09300
                 open i-o pd09300
            end-if

            if   ws-fs-pd09300 <> "00"
                 move "Erro na abertura do arquivo PD09300!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd09300-ran-1 section.

            set ws-operacao-nok                        to true

            read pd09300
                 key is f09300-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd09300-ge section.

            set ws-operacao-nok                        to true

            start pd09300
                 key is not less than f09300-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
      *> Posiciona pelo maior romaneio que nao seja maior que a chave informada
      *> - usado, junto com 9000-ler-pd09300-pre, para obter o ultimo numero
      *> de romaneio da filial (mesmo desenho de CSR00500).
       9000-str-pd09300-ngrt section.

            set ws-operacao-nok                        to true

            start pd09300
                 key is not greater than f09300-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd09300-pre section.

            set ws-operacao-nok                        to true

            read pd09300 previous record
                 at end
                      continue
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-ler-pd09300-seq-1 section.

            read pd09300 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd09300 section.

            set ws-operacao-nok                        to true

            write f09300-romaneio
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd09300 section.

            set ws-operacao-nok                        to true

            rewrite f09300-romaneio
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd09300 section.

            set ws-operacao-nok                        to true

            delete pd09300
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f09300-romaneio - chamar
      *> imediatamente antes de 9000-gravar-pd09300/9000-regravar-pd09300.
       9000-marca-auditoria-pd09300 section.

            move function current-date(1:8)            to f09300-data-operacao
            move function current-date(9:6)            to f09300-horario-operacao
            move ws-cd-usuario-operacao                 to f09300-id-usuario-operacao

       exit.

