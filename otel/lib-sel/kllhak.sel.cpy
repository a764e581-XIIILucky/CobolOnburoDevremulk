*
        SELECT kllhak ASSIGN RANDOM,kllhak-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS klh-ANAH
           STATUS FS-kllhak.
