*
        SELECT yakdna ASSIGN RANDOM,yakdna-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS ykd-ANAH
           STATUS FS-yakdna.
