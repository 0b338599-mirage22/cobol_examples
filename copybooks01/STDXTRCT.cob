               organization is indexed
               access mode is sequential
               record key is std-num of std-master-record
               alternate record key is std-name of std-master-record
                   with duplicates
               file status is ws-mast-status.
           select std-extract-file assign to "STDXTF"
               organization is line sequential
