           select dep-file assign to "DEPFILE"
               organization is indexed
               access mode is dynamic
               record key is dep-codigo-absorvido
               file status is ws-dep-status.
