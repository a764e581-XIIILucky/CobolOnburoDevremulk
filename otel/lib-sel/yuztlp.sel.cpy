*
        SELECT yuztlp ASSIGN RANDOM,yuztlp-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS ytl-ANAH
           ALTERNATE RECORD KEY IS ytl-ONCELIK-ANAH
                 WITH DUPLICATES
           STATUS FS-yuztlp.
