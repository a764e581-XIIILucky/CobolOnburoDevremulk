*
        SELECT expcout ASSIGN RANDOM,expcout-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS exc-ANAH
           ALTERNATE RECORD KEY IS exc-CIK-TAR
                 WITH DUPLICATES
           STATUS FS-expcout.
