      *>=================================================================================
      *> CSR09900 - Rotinas de acesso ao arquivo PD09900 (Historico de cobranca)
      *>=================================================================================
       9000-abrir-io-pd09900 section.

            open i-o pd09900

            if   ws-fs-pd09900 = "35"
                 open output pd09900
                 close pd09900
                 open i-o pd09900
            end-if

            if   ws-fs-pd09900 <> "00"
                 move "Erro na abertura do arquivo PD09900!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd09900-ran-1 section.

            set ws-operacao-nok                        to true

            read pd09900
                 key is f09900-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd09900-ge section.

            set ws-operacao-nok                        to true

            start pd09900
                 key is not less than f09900-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd09900-seq-1 section.

            read pd09900 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd09900 section.

            set ws-operacao-nok                        to true

            write f09900-contato-cobranca
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd09900 section.

            set ws-operacao-nok                        to true

            rewrite f09900-contato-cobranca
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd09900 section.

            set ws-operacao-nok                        to true

            delete pd09900
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f09900-contato-cobranca - chamar
      *> imediatamente antes de 9000-gravar-pd09900/9000-regravar-pd09900.
       9000-marca-auditoria-pd09900 section.

            move function current-date(1:8)            to f09900-data-operacao
            move function current-date(9:6)            to f09900-horario-operacao
            move ws-cd-usuario-operacao                 to f09900-id-usuario-operacao

       exit.


      *>=================================================================================
      *> Grava o contato montado em f09900-contato-cobranca (chave de
      *> empresa/filial/destinatario e campos de conteudo ja preenchidos) na
      *> data/hora corrente - a sequencia sobe enquanto a chave ja existir,
      *> para a carta da regua e o cobrador nunca se atropelarem no mesmo
      *> segundo.
       9000-registra-contato-cobranca section.

            move function current-date(1:8)            to f09900-data-contato
            move function current-date(9:6)            to f09900-horario-contato
            move zeros                                 to f09900-sequencia

            perform 9000-marca-auditoria-pd09900
            perform 9000-gravar-pd09900

            perform until ws-operacao-ok
                       or f09900-sequencia = 999
                 add 1                                 to f09900-sequencia
                 perform 9000-gravar-pd09900
            end-perform

       exit.
