      *>=================================================================================
      *> CSS09300 - Select do arquivo PD09300 (Romaneio de carga)
      *>=================================================================================
           select pd09300
               assign to "PD09300"
               organization is indexed
               access mode is dynamic
               record key is f09300-chave
               file status is ws-fs-pd09300.
