*
        SELECT recete ASSIGN RANDOM,recete-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS rct-ANAH
           STATUS FS-recete.
