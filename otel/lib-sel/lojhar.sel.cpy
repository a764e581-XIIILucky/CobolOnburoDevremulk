*
        SELECT lojhar ASSIGN RANDOM,lojhar-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS ljh-ANAH
           STATUS FS-lojhar.
