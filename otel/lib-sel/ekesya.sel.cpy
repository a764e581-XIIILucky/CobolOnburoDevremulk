*
        SELECT ekesya ASSIGN RANDOM,ekesya-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS eks-KOD
           STATUS FS-ekesya.
