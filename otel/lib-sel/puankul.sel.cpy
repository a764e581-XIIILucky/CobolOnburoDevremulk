*
        SELECT puankul ASSIGN RANDOM,puankul-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS pkl-SIRA
           ALTERNATE RECORD KEY IS pkl-REZ-NO
                 WITH DUPLICATES
           ALTERNATE RECORD KEY IS pkl-TARIH
                 WITH DUPLICATES
           STATUS FS-puankul.
