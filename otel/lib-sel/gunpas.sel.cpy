*
        SELECT gunpas ASSIGN RANDOM,gunpas-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS gps-ANAH
           ALTERNATE RECORD KEY IS gps-KIMLIK-NO
                 WITH DUPLICATES
           STATUS FS-gunpas.
