*
        SELECT lapishrk ASSIGN RANDOM,lapishrk-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS lph-GUID
           ALTERNATE RECORD KEY IS lph-TARIH
                 WITH DUPLICATES
           STATUS FS-lapishrk.
