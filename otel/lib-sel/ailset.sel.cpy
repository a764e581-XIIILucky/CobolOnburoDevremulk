*
        SELECT ailset ASSIGN RANDOM,ailset-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS ail-ANAH
           STATUS FS-ailset.
