      *>=================================================================================
      *> CSS09700 - Select do arquivo PD09700 (Metas de venda por vendedor)
      *>=================================================================================
           select pd09700
               assign to "PD09700"
               organization is indexed
               access mode is dynamic
               record key is f09700-chave
               file status is ws-fs-pd09700.
