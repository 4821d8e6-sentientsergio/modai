       fd   pd09200.

      *> Cartas de correcao eletronicas (CC-e) da nota ja autorizada pelo
      *> fisco - chave-doc da nota (mesma de f05000-chave-doc) mais a
      *> sequencia do evento. Registradas em CS10073C, exportadas para o
      *> provedor de escrituracao por CS10073B e carimbadas com o protocolo
      *> do retorno por CS10074B. Cada evento novo substitui os anteriores
      *> perante o fisco, por isso o texto e sempre o consolidado de todas
      *> as correcoes da nota. Situacao em espacos = pendente de envio.
       01   f09200-carta-correcao.
            03 f09200-chave.
               05 f09200-chave-doc.
                  07 f09200-cd-empresa                pic 9(03).
                  07 f09200-cd-filial                 pic 9(04).
                  07 f09200-tipo-nota                 pic 9(02).
                  07 f09200-numero-documento          pic 9(09).
                  07 f09200-serie-documento           pic x(03).
               05 f09200-sequencia-evento          pic 9(02).
            03 f09200-cd-destinatario              pic 9(09).
            03 f09200-texto-correcao.
               05 f09200-linha-correcao            pic x(70) occurs 4.
            03 f09200-fl-situacao                  pic x(01).
               88 f09200-evento-pendente               value " ".
               88 f09200-evento-exportado              value "E".
               88 f09200-evento-registrado             value "A".
               88 f09200-evento-rejeitado              value "R".
            03 f09200-data-exportacao              pic 9(08).
            03 f09200-protocolo-fisco              pic 9(15).
            03 f09200-cd-rejeicao-fisco            pic x(04).
            03 f09200-data-retorno-fisco           pic 9(08).
            03 f09200-data-operacao                pic 9(08).
            03 f09200-horario-operacao             pic 9(06).
            03 f09200-id-usuario-operacao          pic 9(11).
