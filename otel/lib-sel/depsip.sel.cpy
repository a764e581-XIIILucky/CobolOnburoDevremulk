*
        SELECT depsip ASSIGN RANDOM,depsip-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS dsp-ANAH
           STATUS FS-depsip.
