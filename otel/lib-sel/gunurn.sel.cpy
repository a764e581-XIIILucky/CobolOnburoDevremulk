*
        SELECT gunurn ASSIGN RANDOM,gunurn-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS gnu-KOD
           STATUS FS-gunurn.
