*
        SELECT arstut ASSIGN RANDOM,arstut-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS ast-REZ-NO
           STATUS FS-arstut.
