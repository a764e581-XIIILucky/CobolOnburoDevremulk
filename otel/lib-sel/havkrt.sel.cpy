*
        SELECT havkrt ASSIGN RANDOM,havkrt-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS hvk-REZ-NO
           STATUS FS-havkrt.
