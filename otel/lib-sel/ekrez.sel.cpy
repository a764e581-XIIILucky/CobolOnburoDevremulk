*
        SELECT ekrez ASSIGN RANDOM,ekrez-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS ekr-ANAH
           ALTERNATE RECORD KEY IS ekr-ALT
                 WITH DUPLICATES
           STATUS FS-ekrez.
