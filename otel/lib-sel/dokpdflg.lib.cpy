     02  DOKPDFLG-SILINDI             pic x(01).
         88  DOKPDFLG-silindi             value "E".
         88  DOKPDFLG-silinmedi           value "H".
*  pdfno: numara ayrildi, pdf henuz uretilmedi
         88  DOKPDFLG-rezerve             value "R".
     02  DOKPDFLG-SILINME-TARIHI      pic 9(08).
