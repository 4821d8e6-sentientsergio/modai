      $set sourceformat"free"
       program-id. CS10073B.
      *>=================================================================================
      *>
      *>          Exportacao XML das Cartas de Correcao (Eventos CC-e)
      *>
      *>    Le a filial em PAR10073B (zeros = todas) e exporta para o provedor
      *>    de escrituracao, no mesmo formato de interchange XML de CS10010B,
      *>    todos os eventos de correcao pendentes de PD09200 registrados em
      *>    CS10073C. Cada evento leva a identificacao da nota e o protocolo
      *>    de autorizacao dela (obrigatorio para o fisco aceitar o evento),
      *>    e e marcado como exportado - o retorno do provedor e processado
      *>    por CS10074B. Evento cuja nota nao esta mais autorizada (cancelada
      *>    depois do registro da correcao) nao e enviado e fica listado no
      *>    log do lote.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS05000.cpy.
       copy CSS06300.cpy.
       copy CSS09200.cpy.

           select par10073b
               assign to "PAR10073B"
               organization is line sequential
               file status is ws-fs-par10073b.

      *>   Saida com numero de geracao, registrada no catalogo de spool PD06300
      *>   (vide CS10033C) - o extrato enviado ao fisco em cada execucao fica
      *>   preservado como evidencia.
           select ext10073b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-ext10073b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF05000.cpy.
       copy CSF06300.cpy.
       copy CSF09200.cpy.

       fd   par10073b
            record contains 4 characters.

       01   par10073b-linha.
            03 pp-cd-filial                        pic 9(04).

       fd   ext10073b
            record contains 1800 characters.

       01   ext10073b-linha                        pic x(1800).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10073B".
       78   c-descricao-programa                   value "EXPORTACAO XML CC-E".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-exportacao.
            03 ws-fs-par10073b                      pic x(02).
            03 ws-fs-ext10073b                      pic x(02).
            03 ws-fl-parametro-ok                    pic x(01).
               88 ws-parametro-ok                        value "S".
               88 ws-parametro-nok                       value "N".
            03 ws-cd-filial-parm                     pic 9(04).
            03 ws-total-eventos                      pic 9(07).
            03 ws-total-recusados                    pic 9(07).
            03 ws-data-corrente                      pic 9(08).
            03 ws-edt-inteiro                        pic -(9)9.
            03 ws-edt-protocolo                      pic z(14)9.

      *> Serie e texto da correcao sao livres - escapados antes de entrar no XML
      *> (mesma regra de CS10010B/9000-escapa-xml-3). O texto sai numa linha so:
      *> as quatro linhas da tela sao emendadas e cada sequencia de brancos vira
      *> um branco so. Pior caso: 280 posicoes todas convertidas em "&quot;".
            03 ws-serie-documento-escapada           pic x(15).
            03 ws-correcao-escapada                  pic x(1680).
            03 ws-escapa-idx                          pic 9(04).
            03 ws-escapa-ptr                          pic 9(04).
            03 ws-escapa-anterior                     pic x(01).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       procedure division.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            if   ws-parametro-ok
                 perform 2000-processamento
            end-if
            perform 3000-finalizacao
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            move zeros                              to ws-total-eventos
            move zeros                              to ws-total-recusados
            move function current-date(1:8)         to ws-data-corrente
            set ws-parametro-nok                    to true

            open input par10073b
            read par10073b
                 at end
                      move "Parametro PAR10073B ausente ou vazio!" to ws-mensagem
                      perform 9000-mensagem-lote
                 not at end
                      set ws-parametro-ok            to true
            end-read
            close par10073b

            if   ws-parametro-ok
                 move pp-cd-filial                   to ws-cd-filial-parm
            end-if

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd09200

            move c-este-programa                     to f06300-nome-programa
            move "EXT10073B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output ext10073b

            move "<?xml version=""1.0"" encoding=""ISO-8859-1""?>" to ext10073b-linha
            write ext10073b-linha
            move "<eventosCorrecao>"                 to ext10073b-linha
            write ext10073b-linha

       exit.

      *>=================================================================================
       2000-processamento section.

            initialize                              f09200-chave
            perform 9000-str-pd09200-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd09200-seq-1

                 if   ws-operacao-ok
                      if   f09200-evento-pendente
                      and  (ws-cd-filial-parm = zeros
                      or    f09200-cd-filial = ws-cd-filial-parm)
                           perform 2100-exporta-evento
                      end-if

      *>              a leitura de PD05000 nao pode encerrar a varredura
                      set ws-operacao-ok              to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2100-exporta-evento section.

            initialize                              f05000-mestre-nota-fiscal
            move f09200-chave-doc                   to f05000-chave-doc

            perform 9000-str-pd05000-doc
            if   ws-operacao-ok
                 perform 9000-ler-pd05000-seq-1
            end-if

            if   not ws-operacao-ok
            or   f05000-chave-doc not equal f09200-chave-doc
            or   not f05000-fisco-autorizada
            or   f05000-doc-cancelado
                 string "CC-e nao exportada - nota nao autorizada ou cancelada [" f09200-chave "]"
                      delimited by size into ws-mensagem
                 perform 9000-mensagem-lote
                 add 1                               to ws-total-recusados
                 exit section
            end-if

            move "  <cartaCorrecao>"                to ext10073b-linha
            write ext10073b-linha

            move spaces                             to ext10073b-linha
            move f09200-cd-empresa                  to ws-edt-inteiro
            string "    <empresa>" ws-edt-inteiro "</empresa>" into ext10073b-linha
            write ext10073b-linha

            move spaces                             to ext10073b-linha
            move f09200-cd-filial                   to ws-edt-inteiro
            string "    <filial>" ws-edt-inteiro "</filial>" into ext10073b-linha
            write ext10073b-linha

            move spaces                             to ext10073b-linha
            move f09200-tipo-nota                   to ws-edt-inteiro
            string "    <tipoNota>" ws-edt-inteiro "</tipoNota>" into ext10073b-linha
            write ext10073b-linha

            move spaces                             to ext10073b-linha
            move f09200-numero-documento            to ws-edt-inteiro
            string "    <numeroDocumento>" ws-edt-inteiro "</numeroDocumento>" into ext10073b-linha
            write ext10073b-linha

            move spaces                             to ext10073b-linha
            perform 9000-escapa-xml-3
            string "    <serie>" ws-serie-documento-escapada "</serie>" into ext10073b-linha
            write ext10073b-linha

            move spaces                             to ext10073b-linha
            move f09200-cd-destinatario             to ws-edt-inteiro
            string "    <destinatario>" ws-edt-inteiro "</destinatario>" into ext10073b-linha
            write ext10073b-linha

            move spaces                             to ext10073b-linha
            move f05000-protocolo-fisco             to ws-edt-protocolo
            string "    <protocoloNota>" ws-edt-protocolo "</protocoloNota>" into ext10073b-linha
            write ext10073b-linha

            move spaces                             to ext10073b-linha
            move f09200-sequencia-evento            to ws-edt-inteiro
            string "    <sequenciaEvento>" ws-edt-inteiro "</sequenciaEvento>" into ext10073b-linha
            write ext10073b-linha

            move spaces                             to ext10073b-linha
            move f09200-data-operacao               to ws-edt-inteiro
            string "    <dataEvento>" ws-edt-inteiro "</dataEvento>" into ext10073b-linha
            write ext10073b-linha

            move spaces                             to ext10073b-linha
            perform 9000-escapa-xml-correcao
            string "    <correcao>" function trim(ws-correcao-escapada) "</correcao>"
                 delimited by size into ext10073b-linha
            write ext10073b-linha

            move "  </cartaCorrecao>"               to ext10073b-linha
            write ext10073b-linha

            add 1                                   to ws-total-eventos

            set f09200-evento-exportado             to true
            move ws-data-corrente                   to f09200-data-exportacao
            perform 9000-regravar-pd09200

            if   not ws-operacao-ok
                 string "Erro de gravacao - f09200-carta-correcao [" f09200-chave "]"
                      delimited by size into ws-mensagem
                 perform 9000-mensagem-lote
            end-if

       exit.

      *>=================================================================================
      *> Mesmo escape de CS10010B, sobre a serie do evento.
       9000-escapa-xml-3 section.

            move spaces                              to ws-serie-documento-escapada
            move 1                                   to ws-escapa-ptr

            perform varying ws-escapa-idx from 1 by 1 until ws-escapa-idx > 3
                 evaluate f09200-serie-documento(ws-escapa-idx:1)
                      when "&"
                           string "&amp;" into ws-serie-documento-escapada
                                with pointer ws-escapa-ptr
                      when "<"
                           string "&lt;" into ws-serie-documento-escapada
                                with pointer ws-escapa-ptr
                      when ">"
                           string "&gt;" into ws-serie-documento-escapada
                                with pointer ws-escapa-ptr
                      when """"
                           string "&quot;" into ws-serie-documento-escapada
                                with pointer ws-escapa-ptr
                      when other
                           string f09200-serie-documento(ws-escapa-idx:1)
                                into ws-serie-documento-escapada
                                with pointer ws-escapa-ptr
                 end-evaluate
            end-perform

       exit.

      *>=================================================================================
      *> Escape do texto da correcao - as quatro linhas emendadas, brancos
      *> repetidos (inclusive os de fim de linha) reduzidos a um so.
       9000-escapa-xml-correcao section.

            move spaces                              to ws-correcao-escapada
            move 1                                   to ws-escapa-ptr
            move space                               to ws-escapa-anterior

            perform varying ws-escapa-idx from 1 by 1
                      until ws-escapa-idx > length of f09200-texto-correcao
                 evaluate f09200-texto-correcao(ws-escapa-idx:1)
                      when "&"
                           string "&amp;" into ws-correcao-escapada
                                with pointer ws-escapa-ptr
                      when "<"
                           string "&lt;" into ws-correcao-escapada
                                with pointer ws-escapa-ptr
                      when ">"
                           string "&gt;" into ws-correcao-escapada
                                with pointer ws-escapa-ptr
                      when """"
                           string "&quot;" into ws-correcao-escapada
                                with pointer ws-escapa-ptr
                      when space
                           if   ws-escapa-anterior <> space
                                add 1                to ws-escapa-ptr
                           end-if
                      when other
                           string f09200-texto-correcao(ws-escapa-idx:1)
                                into ws-correcao-escapada
                                with pointer ws-escapa-ptr
                 end-evaluate
                 move f09200-texto-correcao(ws-escapa-idx:1) to ws-escapa-anterior
            end-perform

       exit.

      *>=================================================================================
       3000-finalizacao section.

            move "</eventosCorrecao>"               to ext10073b-linha
            write ext10073b-linha

            close ext10073b

            move ws-cd-filial-parm                   to ws-sp-parametros
            move ws-total-eventos                    to ws-sp-qtd-registros
            perform 9000-registra-spool

            if   ws-total-recusados > zeros
                 string "Eventos CC-e nao exportados: " ws-total-recusados
                      delimited by size into ws-mensagem
                 perform 9000-mensagem-lote
            end-if

            close pd00900
            close pd05000
            close pd06300
            close pd09200

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR05000.cpy.
       copy CSR06300.cpy.
       copy CSR09200.cpy.
