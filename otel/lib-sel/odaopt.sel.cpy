*
        SELECT odaopt ASSIGN RANDOM,odaopt-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS opt-ANAH
           STATUS FS-odaopt.
