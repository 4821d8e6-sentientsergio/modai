       fd   pd09900.

      *> Historico de cobranca do cliente - cada ligacao, promessa de
      *> pagamento ou outra acao registrada pelo cobrador (CS10082C) e cada
      *> carta emitida pela regua (CS10081B, tipo C, usuario zero). A chave
      *> e cronologica por destinatario; a sequencia separa registros do
      *> mesmo segundo (vide 9000-registra-contato-cobranca, CSR09900.CPY).
      *> Historico nao se altera nem se exclui.
       01   f09900-contato-cobranca.
            03 f09900-chave.
               05 f09900-cd-empresa                pic 9(03).
               05 f09900-cd-filial                 pic 9(04).
               05 f09900-cd-destinatario           pic 9(09).
               05 f09900-data-contato              pic 9(08).
               05 f09900-horario-contato           pic 9(06).
               05 f09900-sequencia                 pic 9(03).
            03 f09900-fl-tipo-contato              pic x(01).
               88 f09900-contato-ligacao               value "L".
               88 f09900-contato-promessa              value "P".
               88 f09900-contato-carta                 value "C".
               88 f09900-contato-outro                 value "O".
            03 f09900-descricao-contato            pic x(60).
      *>     Promessa de pagamento (tipo P) - data e valor prometidos; zeros
      *>     nos demais tipos.
            03 f09900-data-promessa                pic 9(08).
            03 f09900-valor-promessa               pic 9(09)v9(02).
      *>     Parcela a que o registro se refere (a carta da regua sempre
      *>     aponta uma) e o estagio da regua na data - zeros quando o
      *>     contato e sobre o cliente como um todo.
            03 f09900-numero-documento             pic 9(09).
            03 f09900-serie-documento              pic x(03).
            03 f09900-parcela                      pic 9(02).
            03 f09900-estagio                      pic 9(02).
            03 f09900-data-operacao                pic 9(08).
            03 f09900-horario-operacao             pic 9(06).
            03 f09900-id-usuario-operacao          pic 9(11).
