*
        SELECT tapu ASSIGN RANDOM,tapu-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS tpu-DEVREMULK-NO
           ALTERNATE RECORD KEY IS tpu-ASAMA
                 WITH DUPLICATES
           STATUS FS-tapu.
