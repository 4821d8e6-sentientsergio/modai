      *>=================================================================================
      *> CSR10000 - Rotinas de acesso ao arquivo PD10000 (Reserva de estoque)
      *>=================================================================================
       9000-abrir-io-pd10000 section.

            open i-o pd10000

            if   ws-fs-pd10000 = "35"
                 open output pd10000
                 close pd10000
                 open i-o pd10000
            end-if

            if   ws-fs-pd10000 <> "00"
                 move "Erro na abertura do arquivo PD10000!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd10000-ran-1 section.

            set ws-operacao-nok                        to true

            read pd10000
                 key is f10000-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd10000-ge section.

            set ws-operacao-nok                        to true

            start pd10000
                 key is not less than f10000-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd10000-seq-1 section.

            read pd10000 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd10000 section.

            set ws-operacao-nok                        to true

            write f10000-reserva-estoque
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd10000 section.

            set ws-operacao-nok                        to true

            rewrite f10000-reserva-estoque
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
      *> Aplica ws-rs-qtd-padrao (com sinal) na reserva da chave ja montada em
      *> f10000-chave, criando a linha na primeira reserva da mercadoria
      *> naquela filial. A reserva nunca fica negativa: uma devolucao maior
      *> que o reservado (reserva anterior a este controle, ou deriva) zera a
      *> linha - a reconstrucao (CS10083B) acerta o valor exato.
       9000-atualiza-reserva-pd10000 section.

            perform 9000-ler-pd10000-ran-1

            if   ws-operacao-ok
                 add ws-rs-qtd-padrao                  to f10000-quantidade-reservada
                 if   f10000-quantidade-reservada < zeros
                      move zeros                       to f10000-quantidade-reservada
                 end-if
                 move function current-date(1:8)       to f10000-data-operacao
                 move function current-date(9:6)       to f10000-horario-operacao
                 perform 9000-regravar-pd10000
            else
                 if   ws-rs-qtd-padrao > zeros
                      move ws-rs-qtd-padrao            to f10000-quantidade-reservada
                 else
                      move zeros                       to f10000-quantidade-reservada
                 end-if
                 move function current-date(1:8)       to f10000-data-operacao
                 move function current-date(9:6)       to f10000-horario-operacao
                 perform 9000-gravar-pd10000
            end-if

       exit.
