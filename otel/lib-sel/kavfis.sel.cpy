*
        SELECT kavfis ASSIGN RANDOM,kavfis-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS kvf-ANAH
           STATUS FS-kavfis.
