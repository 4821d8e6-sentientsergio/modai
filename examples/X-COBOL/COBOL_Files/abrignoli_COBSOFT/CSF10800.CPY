       fd   pd10800.

      *> Registro LGPD do titular (CS10090B) - cada solicitacao de
      *> eliminacao de dados pessoais recebida pelo encarregado (DPO), com o
      *> desfecho: anonimizada, bloqueada pela guarda fiscal (com a data em
      *> que o titular fica elegivel) ou recusada (com o motivo). A chave e
      *> cronologica por destinatario, no molde de PD09900; a sequencia
      *> separa registros do mesmo segundo. Registro nao se altera nem se
      *> exclui - e a prova de atendimento ao titular.
       01   f10800-registro-lgpd.
            03 f10800-chave.
               05 f10800-cd-empresa                pic 9(03).
               05 f10800-cd-filial                 pic 9(04).
               05 f10800-cd-destinatario           pic 9(09).
               05 f10800-data-registro             pic 9(08).
               05 f10800-horario-registro          pic 9(06).
               05 f10800-sequencia                 pic 9(03).
            03 f10800-protocolo                    pic x(15).
            03 f10800-data-solicitacao             pic 9(08).
            03 f10800-fl-situacao                  pic x(01).
               88 f10800-solicitacao-anonimizada       value "A".
               88 f10800-solicitacao-bloqueada         value "B".
               88 f10800-solicitacao-recusada          value "R".
            03 f10800-motivo                       pic x(50).
      *>     Data a partir da qual a guarda fiscal nao impede mais a
      *>     anonimizacao - zeros quando nao ha prazo (anonimizada, recusada
      *>     ou bloqueada so por pendencia em aberto).
            03 f10800-data-elegivel                pic 9(08).
            03 f10800-fl-pendencia-aberta          pic x(01).
               88 f10800-pendencia-aberta              value "S".
      *>     Linhas de extratos planos (remessas REM10039B) mascaradas na
      *>     anonimizacao.
            03 f10800-qtd-linhas-extrato           pic 9(07).
            03 f10800-data-operacao                pic 9(08).
            03 f10800-horario-operacao             pic 9(06).
            03 f10800-id-usuario-operacao          pic 9(11).
