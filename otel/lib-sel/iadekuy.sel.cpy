*
        SELECT iadekuy ASSIGN RANDOM,iadekuy-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS iad-ANAH
           STATUS FS-iadekuy.
