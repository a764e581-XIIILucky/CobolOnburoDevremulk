*
        SELECT iskonay ASSIGN RANDOM,iskonay-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS ion-ANAH
           ALTERNATE RECORD KEY IS ion-KAYIT-TAR
                 WITH DUPLICATES
           STATUS FS-iskonay.
