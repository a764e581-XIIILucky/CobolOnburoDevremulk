*
        SELECT opbolay ASSIGN RANDOM,opbolay-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS opo-ANAH
           STATUS FS-opbolay.
