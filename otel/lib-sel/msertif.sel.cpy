*
        SELECT msertif ASSIGN RANDOM,msertif-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS msr-NO
           ALTERNATE RECORD KEY IS msr-DONHRK-SIRA
                 WITH DUPLICATES
           ALTERNATE RECORD KEY IS msr-KIMLIK
                 WITH DUPLICATES
           STATUS FS-msertif.
