*
        SELECT arsyil ASSIGN RANDOM,arsyil-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS ary-YIL
           STATUS FS-arsyil.
