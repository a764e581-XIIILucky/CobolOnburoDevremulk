*
        SELECT gunfyt ASSIGN RANDOM,gunfyt-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS gnf-ANAH
           STATUS FS-gunfyt.
