*
        SELECT dephrk ASSIGN RANDOM,dephrk-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS dhr-HAREKET-NO
           ALTERNATE RECORD KEY dhr-ALT = dhr-MALZEME, dhr-TARIH,
                 dhr-HAREKET-NO
           STATUS FS-dephrk.
