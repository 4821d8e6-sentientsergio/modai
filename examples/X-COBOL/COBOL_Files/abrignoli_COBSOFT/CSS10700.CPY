      *>=================================================================================
      *> CSS10700 - Select do arquivo PD10700 (Resumo mensal do CIAP)
      *>=================================================================================
           select pd10700
               assign to "PD10700"
               organization is indexed
               access mode is dynamic
               record key is f10700-chave
               file status is ws-fs-pd10700.
