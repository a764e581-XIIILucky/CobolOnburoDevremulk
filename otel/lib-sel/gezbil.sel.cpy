*
        SELECT gezbil ASSIGN RANDOM,gezbil-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS gzb-NO
           ALTERNATE RECORD KEY IS gzb-TUR-ANAH
                 WITH DUPLICATES
           ALTERNATE RECORD KEY IS gzb-SATIS-TARIH
                 WITH DUPLICATES
           STATUS FS-gezbil.
