*
        SELECT kavans ASSIGN RANDOM,kavans-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS kav-AVANS-NO
           ALTERNATE RECORD KEY kav-ALT = kav-SICIL, kav-AVANS-NO
           STATUS FS-kavans.
