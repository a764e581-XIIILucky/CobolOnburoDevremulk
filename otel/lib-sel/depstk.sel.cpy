*
        SELECT depstk ASSIGN RANDOM,depstk-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS dst-MALZEME
           STATUS FS-depstk.
