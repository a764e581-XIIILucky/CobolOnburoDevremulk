*
        SELECT acnodm ASSIGN RANDOM,acnodm-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS aod-ANAH
           STATUS FS-acnodm.
