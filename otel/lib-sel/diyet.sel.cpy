*
        SELECT diyet ASSIGN RANDOM,diyet-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS dyt-ANAH
           STATUS FS-diyet.
