*
        SELECT cbkdos ASSIGN RANDOM,cbkdos-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS cbk-ANAH
           ALTERNATE RECORD KEY IS cbk-REZ-NO
                 WITH DUPLICATES
           STATUS FS-cbkdos.
