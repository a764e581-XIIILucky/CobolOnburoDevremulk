*
        SELECT otprez ASSIGN RANDOM,otprez-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS otr-ANAH
           ALTERNATE RECORD KEY IS otr-ALT
                 WITH DUPLICATES
           ALTERNATE RECORD KEY IS otr-PLAKA
                 WITH DUPLICATES
           STATUS FS-otprez.
