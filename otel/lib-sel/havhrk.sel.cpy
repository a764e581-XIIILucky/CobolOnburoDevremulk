*
        SELECT havhrk ASSIGN RANDOM,havhrk-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS hvh-ANAH
           STATUS FS-havhrk.
