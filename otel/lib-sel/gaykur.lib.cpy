*  Gorev ayriligi (segregation of duties) catisma kurali
*  (gorevayr.cbl isletir): ayni kullanicida birlikte bulunmamasi
*  gereken iki KLLNC hakki. KAYNAK dolu ise kuralin fiili
*  denetimi de yapilir - ayni kullanicinin ayni kalemi hem girip
*  hem onayladigi durumlar o kuyruktan aranir:
*  DUZ folio duzeltme (DUZONAY), CMP comp konaklama (COMPREG),
*  IAD depozito iadesi (IADEKUY), ISK sozlesme iskontosu (ISKONAY).
 FD  gaykur.
 01  gyk-REC.
     02  gyk-ANAH.
         03  gyk-HAK-1            pic x(10).
         03  gyk-HAK-2            pic x(10).
     02  gyk-ACIKLAMA             pic x(40).
     02  gyk-KAYNAK               pic x(03).
     02  gyk-RISK                 pic x(01).
         88  gyk-yuksek               value "Y".
         88  gyk-orta                 value "O".
     02  gyk-KAYIT-TARIH          pic 9(08).
     02  gyk-KLLNC                pic x(10).
