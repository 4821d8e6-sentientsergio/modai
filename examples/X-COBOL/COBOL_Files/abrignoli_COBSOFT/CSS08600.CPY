      *>=================================================================================
      *> CSS08600 - Select do arquivo PD08600 (Lancamentos contabeis)
      *>=================================================================================
           select pd08600
               assign to "PD08600"
               organization is indexed
               access mode is dynamic
               record key is f08600-chave
               file status is ws-fs-pd08600.
