*  Havlu karti: rezervasyon basina plaj/havuz havlusu sayaci
*  (havlu.cbl isletir). Misafirin elindeki havlu = verilen - iade
*  - ucretlenen; cikista kalan adet folioya ucretlenir.
 FD  havkrt.
 01  hvk-REC.
     02  hvk-REZ-NO               pic 9(08).
     02  hvk-ODANO                pic x(04).
     02  hvk-FOLIO                pic 9(08).
*  son islemde okutulan bileklik/kart (karthrk numarasi)
     02  hvk-KART-NO              pic x(07).
     02  hvk-VERILEN              pic 9(05).
     02  hvk-IADE                 pic 9(05).
     02  hvk-UCRETLENEN           pic 9(05).
     02  hvk-SON-TARIH            pic 9(08).
*  ucret fisinin numarasi ve tutari (son ucretlendirme)
     02  hvk-UCRET-FIS            pic 9(10).
     02  hvk-UCRET-TUTAR          pic 9(07)v99.
