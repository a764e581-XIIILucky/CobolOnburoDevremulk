*
        SELECT gaykur ASSIGN RANDOM,gaykur-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS gyk-ANAH
           STATUS FS-gaykur.
