      *>=================================================================================
      *> CSS09000 - Select do arquivo PD09000 (Parametros de reposicao)
      *>=================================================================================
           select pd09000
               assign to "PD09000"
               organization is indexed
               access mode is dynamic
               record key is f09000-chave
               file status is ws-fs-pd09000.
