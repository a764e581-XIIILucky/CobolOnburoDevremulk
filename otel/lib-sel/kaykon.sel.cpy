*
        SELECT kaykon ASSIGN RANDOM,kaykon-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS kyk-ANAH
           STATUS FS-kaykon.
