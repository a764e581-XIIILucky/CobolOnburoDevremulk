*
        SELECT endeks ASSIGN RANDOM,endeks-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS end-DONEM
           STATUS FS-endeks.
