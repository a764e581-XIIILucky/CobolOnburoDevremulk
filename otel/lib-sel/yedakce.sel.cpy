*
        SELECT yedakce ASSIGN RANDOM,yedakce-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS yak-ANAH
           STATUS FS-yedakce.
