*
        SELECT sejist ASSIGN RANDOM,sejist-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS sji-ANAH
           STATUS FS-sejist.
