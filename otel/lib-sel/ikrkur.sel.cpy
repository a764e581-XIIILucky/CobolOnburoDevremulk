*
        SELECT ikrkur ASSIGN RANDOM,ikrkur-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS ikr-SIRA
           STATUS FS-ikrkur.
