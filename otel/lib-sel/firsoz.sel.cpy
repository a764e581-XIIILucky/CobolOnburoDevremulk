*
        SELECT firsoz ASSIGN RANDOM,firsoz-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS frs-ANAH
           ALTERNATE RECORD KEY IS frs-TEMSILCI
                 WITH DUPLICATES
           STATUS FS-firsoz.
