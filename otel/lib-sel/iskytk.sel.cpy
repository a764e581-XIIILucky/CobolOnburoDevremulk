*
        SELECT iskytk ASSIGN RANDOM,iskytk-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS isy-DANISMAN-NO
           STATUS FS-iskytk.
