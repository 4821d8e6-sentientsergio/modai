      *>=================================================================================
      *> CSR08100 - Rotinas de acesso ao arquivo PD08100 (Movimentos de baixa)
      *>=================================================================================
       9000-abrir-io-pd08100 section.

            open i-o pd08100

            if   ws-fs-pd08100 = "35"
                 open output pd08100
                 close pd08100
                 open i-o pd08100
            end-if

            if   ws-fs-pd08100 <> "00"
                 move "Erro na abertura do arquivo PD08100!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd08100-ran-1 section.

            set ws-operacao-nok                        to true

            read pd08100
                 key is f08100-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd08100-ge section.

            set ws-operacao-nok                        to true

            start pd08100
                 key is not less than f08100-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd08100-seq-1 section.

            read pd08100 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd08100 section.

            set ws-operacao-nok                        to true

            write f08100-movimento-baixa
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd08100 section.

            set ws-operacao-nok                        to true

            rewrite f08100-movimento-baixa
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd08100 section.

            set ws-operacao-nok                        to true

            delete pd08100
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f08100-movimento-baixa - chamar
      *> imediatamente antes de 9000-gravar-pd08100/9000-regravar-pd08100.
       9000-marca-auditoria-pd08100 section.

            move function current-date(1:8)            to f08100-data-operacao
            move function current-date(9:6)            to f08100-horario-operacao
            move ws-cd-usuario-operacao                 to f08100-id-usuario-operacao

       exit.

      *>=================================================================================
      *> Grava o movimento de baixa montado em ws-controle-baixa (CSW00900.CPY)
      *> com a proxima sequencia da parcela - quem chama ja conferiu valores e
      *> atualiza o saldo da parcela (PD05900/PD06400) logo em seguida.
       9000-registra-movimento-baixa section.

            initialize                                 f08100-movimento-baixa
            move ws-bx-chave-parcela                   to f08100-chave-parcela
            move 999                                   to f08100-sequencia

            move 1                                     to ws-bx-sequencia

            set ws-operacao-nok                        to true
            start pd08100
                 key is not greater than f08100-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

            if   ws-operacao-ok
                 read pd08100 previous record
                      at end
                           continue
                      not at end
                           if   f08100-chave-parcela equal ws-bx-chave-parcela
                                compute ws-bx-sequencia = f08100-sequencia + 1
                           end-if
                 end-read
            end-if

            initialize                                 f08100-movimento-baixa
            move ws-bx-chave-parcela                   to f08100-chave-parcela
            move ws-bx-sequencia                       to f08100-sequencia
            move ws-bx-fl-carteira                     to f08100-fl-carteira
            move ws-bx-cd-destinatario                 to f08100-cd-destinatario
            move ws-bx-data-movimento                  to f08100-data-movimento
            move ws-bx-valor-principal                 to f08100-valor-principal
            move ws-bx-valor-juros-multa               to f08100-valor-juros-multa
            move ws-bx-valor-desconto                  to f08100-valor-desconto
            move ws-bx-fl-origem                       to f08100-fl-origem
            move ws-bx-cd-conta                        to f08100-cd-conta

            perform 9000-marca-auditoria-pd08100

            perform 9000-gravar-pd08100

       exit.
