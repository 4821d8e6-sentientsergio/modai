      *>=================================================================================
      *> CSS08900 - Select do arquivo PD08900 (Conferencia de recebimento)
      *>=================================================================================
           select pd08900
               assign to "PD08900"
               organization is indexed
               access mode is dynamic
               record key is f08900-chave
               file status is ws-fs-pd08900.
