      *>     campo existir) significa SEM restricao, a mesma postura
      *>     aberta-por-omissao de PD01000.
            03 f00600-valor-limite-credito         pic 9(09)v9(02).
      *>     Condicao de pagamento padrao do cliente/fornecedor (PD08000) -
      *>     sugerida no pedido de venda e na nota; zeros (inclusive nos
      *>     registros anteriores ao campo) = sem condicao padrao.
            03 f00600-cd-condicao-pagamento        pic 9(03).
      *>     Bloqueio de venda pela regua de cobranca (CS10081B) - "S"
      *>     enquanto o cliente tiver parcela aberta num estagio de PD09800
      *>     que bloqueia; a nota de saida (CS10006C) so passa com liberacao
      *>     do supervisor. Espacos = sem bloqueio, inclusive nos registros
      *>     anteriores ao campo.
            03 f00600-fl-bloqueio-cobranca         pic x(01).
               88 f00600-bloqueado-cobranca            value "S".
