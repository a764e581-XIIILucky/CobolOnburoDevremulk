*
        SELECT lojyat ASSIGN RANDOM,lojyat-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS ljy-ANAH
           STATUS FS-lojyat.
