*
        SELECT dertip ASSIGN RANDOM,dertip-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS drt-KOD
           STATUS FS-dertip.
