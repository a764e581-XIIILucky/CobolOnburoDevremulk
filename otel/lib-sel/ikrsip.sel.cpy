*
        SELECT ikrsip ASSIGN RANDOM,ikrsip-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS iks-NO
           ALTERNATE RECORD KEY IS iks-TARIH
                 WITH DUPLICATES
           ALTERNATE RECORD KEY IS iks-REZ-ANAH
                 WITH DUPLICATES
           STATUS FS-ikrsip.
