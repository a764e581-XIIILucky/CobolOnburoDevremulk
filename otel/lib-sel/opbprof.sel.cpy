*
        SELECT opbprof ASSIGN RANDOM,opbprof-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS opp-ANAH
           STATUS FS-opbprof.
