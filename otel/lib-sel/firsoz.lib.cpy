*  Kurumsal fiyat anlasmasi yillik taahhudu (firmuret.cbl isletir):
*  rez-firma hesabi basina yil icin taahhut edilen oda gecesi ve
*  anlasma fiyati; uretim (FIRURT) ile karsilastirilmasinin son
*  sonucu, satis ekibi uyarisi ve yil sonu kademe onerisi burada
*  tutulur.
 FD  firsoz.
 01  frs-REC.
     02  frs-ANAH.
         03  frs-FIRMA            pic x(05).
         03  frs-YIL              pic 9(04).
     02  frs-ADI                  pic x(30).
     02  frs-HACIM                pic 9(06).
     02  frs-FIYAT                pic 9(07)v99.
     02  frs-KADEME               pic x(02).
     02  frs-TEMSILCI             pic x(10).
     02  frs-MAIL                 pic x(60).
*  son hesap: gerceklesen gece / gelir, ileri tarihli (OTB) gece,
*  yil sonu tahmini ve tahminin taahhude yuzdesi
     02  frs-GERCEKLESEN          pic 9(06).
     02  frs-GELIR                pic 9(11)v99.
     02  frs-OTB                  pic 9(06).
     02  frs-TAHMIN               pic 9(06).
     02  frs-YUZDE                pic 9(03).
     02  frs-HESAP-TAR            pic 9(08).
     02  frs-UYARI                pic x(01).
         88  frs-uyari-yok            value " ".
         88  frs-geride               value "E".
     02  frs-UYARI-TAR            pic 9(08).
     02  frs-ONERI                pic x(01).
         88  frs-oneri-yok            value " ".
         88  frs-oneri-ust            value "U".
         88  frs-oneri-koru           value "K".
         88  frs-oneri-alt            value "A".
     02  frs-ONERI-TAR            pic 9(08).
