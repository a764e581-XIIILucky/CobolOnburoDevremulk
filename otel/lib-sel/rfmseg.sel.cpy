*
        SELECT rfmseg ASSIGN RANDOM,rfmseg-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS rfm-TC-NO
           ALTERNATE RECORD KEY IS rfm-SEGMENT
                 WITH DUPLICATES
           STATUS FS-rfmseg.
