*  Kurumsal hesap uretim defteri (firmuret.cbl kurar): rez-firma
*  basina ay ay oda gecesi ve oda geliri. Gerceklesen geceler
*  hesap gunune kadar olanlar, OTB ileri tarihli olanlardir; ADR
*  gelir / gece olarak raporda hesaplanir.
 FD  firurt.
 01  fru-REC.
     02  fru-ANAH.
         03  fru-FIRMA            pic x(05).
         03  fru-YIL              pic 9(04).
         03  fru-AY               pic 9(02).
     02  fru-GECE                 pic 9(06).
     02  fru-GELIR                pic 9(11)v99.
     02  fru-OTB-GECE             pic 9(06).
     02  fru-OTB-GELIR            pic 9(11)v99.
     02  fru-TARIH                pic 9(08).
