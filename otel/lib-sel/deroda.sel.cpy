*
        SELECT deroda ASSIGN RANDOM,deroda-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS dro-ANAH
           STATUS FS-deroda.
