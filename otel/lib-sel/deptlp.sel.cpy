*
        SELECT deptlp ASSIGN RANDOM,deptlp-DOSYA
           ORGANIZATION INDEXED
           ACCESS MODE IS dynamic
           RECORD KEY IS dtl-TALEP-NO
           STATUS FS-deptlp.
