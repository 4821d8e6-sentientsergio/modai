      *>=================================================================================
      *> CSS09400 - Select do arquivo PD09400 (Notas do romaneio de carga)
      *>            2a. chave alternativa (f09400-chave-doc, sem duplicatas) localiza
      *>            o romaneio de uma nota e impede a mesma nota em dois romaneios.
      *>=================================================================================
           select pd09400
               assign to "PD09400"
               organization is indexed
               access mode is dynamic
               record key is f09400-chave
               alternate record key is f09400-chave-doc
               file status is ws-fs-pd09400.
