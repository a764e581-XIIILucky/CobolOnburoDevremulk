*
        SELECT otptip ASSIGN RANDOM,otptip-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS otp-KOD
           STATUS FS-otptip.
