*  Resmi enflasyon endeksi (TUFE) aylik degerleri (tksendks.cbl
*  isletir): yyyyaa donemi basina endeks degeri. Donem satiri ayni
*  zamanda o doneme kadar yapilan yillik taksit endekslemesinin
*  prova ve onayli uygulama izini tutar.
 FD  endeks.
 01  end-REC.
     02  end-DONEM                pic 9(06).
     02  end-DEGER                pic 9(07)v99.
     02  end-GIRIS-TAR            pic 9(08).
     02  end-GIRIS-KLLNC          pic x(10).
     02  end-PROVA-TAR            pic 9(08).
     02  end-UYGULAMA-TAR         pic 9(08).
     02  end-UYGULAMA-KLLNC       pic x(10).
