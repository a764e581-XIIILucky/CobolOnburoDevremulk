*
        SELECT rezxref ASSIGN RANDOM,rezxref-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS rxr-ANAH
           ALTERNATE RECORD KEY IS rxr-BAG
                 WITH DUPLICATES
           STATUS FS-rezxref.
