*
        SELECT opblog ASSIGN RANDOM,opblog-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS opl-ANAH
           STATUS FS-opblog.
