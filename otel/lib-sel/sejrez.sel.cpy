*
        SELECT sejrez ASSIGN RANDOM,sejrez-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS sjr-ANAH
           ALTERNATE RECORD KEY IS sjr-REZ-NO
                 WITH DUPLICATES
           STATUS FS-sejrez.
