*
        SELECT fytlis ASSIGN RANDOM,fytlis-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS fyl-ANAH
           ALTERNATE RECORD KEY IS fyl-BELGE-NO
                 WITH DUPLICATES
           STATUS FS-fytlis.
