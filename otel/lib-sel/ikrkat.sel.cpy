*
        SELECT ikrkat ASSIGN RANDOM,ikrkat-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS ikk-KOD
           STATUS FS-ikrkat.
