           select ope-file assign to "OPEFILE"
               organization is indexed
               access mode is dynamic
               record key is ope-codigo
               file status is ws-ope-status.
