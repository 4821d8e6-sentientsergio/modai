      *>=================================================================================
      *> CSR10500 - Rotinas de acesso ao arquivo PD10500 (Movimentacao entre locais)
      *>=================================================================================
       9000-abrir-io-pd10500 section.

            open i-o pd10500

            if   ws-fs-pd10500 = "35"
                 open output pd10500
                 close pd10500
                 open i-o pd10500
            end-if

            if   ws-fs-pd10500 <> "00"
                 move "Erro na abertura do arquivo PD10500!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd10500-ran-1 section.

            set ws-operacao-nok                        to true

            read pd10500
                 key is f10500-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd10500-ge section.

            set ws-operacao-nok                        to true

            start pd10500
                 key is not less than f10500-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd10500-seq-1 section.

            read pd10500 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-ler-pd10500-pre section.

            set ws-operacao-nok                        to true

            read pd10500 previous record
                 at end
                      continue
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd10500 section.

            set ws-operacao-nok                        to true

            write f10500-movimento-local
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd10500 section.

            set ws-operacao-nok                        to true

            rewrite f10500-movimento-local
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd10500 section.

            set ws-operacao-nok                        to true

            delete pd10500
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f10500-movimento-local - chamar
      *> imediatamente antes de 9000-gravar-pd10500/9000-regravar-pd10500.
       9000-marca-auditoria-pd10500 section.

            move function current-date(1:8)            to f10500-data-operacao
            move function current-date(9:6)            to f10500-horario-operacao
            move ws-cd-usuario-operacao                 to f10500-id-usuario-operacao

       exit.

      *>=================================================================================
      *> Grava o movimento montado em f10500 (empresa/filial e dados) com a
      *> data/hora corrente na chave - colisao no mesmo segundo avanca a
      *> sequencia, como 9000-registra-contato-cobranca (CSR09900.CPY).
       9000-registra-movimento-local section.

            move function current-date(1:8)            to f10500-data-movimento
            move function current-date(9:6)            to f10500-horario-movimento
            move zeros                                 to f10500-sequencia

            perform 9000-marca-auditoria-pd10500
            perform 9000-gravar-pd10500

            perform until ws-operacao-ok
                       or f10500-sequencia = 999
                 add 1                                 to f10500-sequencia
                 perform 9000-gravar-pd10500
            end-perform

       exit.
