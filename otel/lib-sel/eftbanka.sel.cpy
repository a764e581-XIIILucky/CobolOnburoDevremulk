*
        SELECT eftbanka ASSIGN RANDOM,eftbanka-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS ebk-BANKA
           STATUS FS-eftbanka.
