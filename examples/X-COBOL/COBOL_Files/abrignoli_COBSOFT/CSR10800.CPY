      *>=================================================================================
      *> CSR10800 - Rotinas de acesso ao arquivo PD10800 (Registro LGPD do titular)
      *>=================================================================================
       9000-abrir-io-pd10800 section.

            open i-o pd10800

            if   ws-fs-pd10800 = "35"
                 open output pd10800
                 close pd10800
                 open i-o pd10800
            end-if

            if   ws-fs-pd10800 <> "00"
                 move "Erro na abertura do arquivo PD10800!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd10800-ran-1 section.

            set ws-operacao-nok                        to true

            read pd10800
                 key is f10800-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd10800-ge section.

            set ws-operacao-nok                        to true

            start pd10800
                 key is not less than f10800-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd10800-seq-1 section.

            read pd10800 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd10800 section.

            set ws-operacao-nok                        to true

            write f10800-registro-lgpd
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd10800 section.

            set ws-operacao-nok                        to true

            rewrite f10800-registro-lgpd
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd10800 section.

            set ws-operacao-nok                        to true

            delete pd10800
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f10800-registro-lgpd - chamar
      *> imediatamente antes de 9000-gravar-pd10800/9000-regravar-pd10800.
       9000-marca-auditoria-pd10800 section.

            move function current-date(1:8)            to f10800-data-operacao
            move function current-date(9:6)            to f10800-horario-operacao
            move ws-cd-usuario-operacao                 to f10800-id-usuario-operacao

       exit.


      *>=================================================================================
      *> Grava o registro montado em f10800-registro-lgpd (chave de
      *> empresa/filial/destinatario e campos de conteudo ja preenchidos) na
      *> data/hora corrente - a sequencia sobe enquanto a chave ja existir,
      *> como em CSR09900.CPY/9000-registra-contato-cobranca.
       9000-registra-solicitacao-lgpd section.

            move function current-date(1:8)            to f10800-data-registro
            move function current-date(9:6)            to f10800-horario-registro
            move zeros                                 to f10800-sequencia

            perform 9000-marca-auditoria-pd10800
            perform 9000-gravar-pd10800

            perform until ws-operacao-ok
                       or f10800-sequencia = 999
                 add 1                                 to f10800-sequencia
                 perform 9000-gravar-pd10800
            end-perform

       exit.
