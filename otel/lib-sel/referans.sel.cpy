*
        SELECT referans ASSIGN RANDOM,referans-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS ref-LEAD-NO
           ALTERNATE RECORD KEY IS ref-SAHIP-NO
                 WITH DUPLICATES
           STATUS FS-referans.
