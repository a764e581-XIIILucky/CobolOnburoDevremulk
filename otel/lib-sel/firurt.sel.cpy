*
        SELECT firurt ASSIGN RANDOM,firurt-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS fru-ANAH
           STATUS FS-firurt.
