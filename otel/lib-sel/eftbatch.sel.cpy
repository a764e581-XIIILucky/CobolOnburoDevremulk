*
        SELECT eftbatch ASSIGN RANDOM,eftbatch-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS ebt-ANAH
           STATUS FS-eftbatch.
