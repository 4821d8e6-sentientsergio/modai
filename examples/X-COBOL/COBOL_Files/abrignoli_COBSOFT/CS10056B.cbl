       01   ws-itens-fusao.
            03 ws-if-total-itens                   pic 9(03).
            03 ws-if-itens                         occurs 200.
               05 ws-if-item                       pic x(400).

       01   rel10056b-cab-decisao.
            03 filler                              pic x(09) value "Decisao.:".
