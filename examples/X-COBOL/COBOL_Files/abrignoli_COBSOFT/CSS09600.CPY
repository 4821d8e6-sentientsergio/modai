      *>=================================================================================
      *> CSS09600 - Select do arquivo PD09600 (Notas do conhecimento de transporte)
      *>            2a. chave alternativa (f09600-chave-doc, com duplicatas) lista
      *>            os conhecimentos que citaram a mesma nota.
      *>=================================================================================
           select pd09600
               assign to "PD09600"
               organization is indexed
               access mode is dynamic
               record key is f09600-chave
               alternate record key is f09600-chave-doc
                   with duplicates
               file status is ws-fs-pd09600.
