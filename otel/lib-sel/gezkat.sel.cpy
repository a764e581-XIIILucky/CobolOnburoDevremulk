*
        SELECT gezkat ASSIGN RANDOM,gezkat-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS gzk-KOD
           STATUS FS-gezkat.
