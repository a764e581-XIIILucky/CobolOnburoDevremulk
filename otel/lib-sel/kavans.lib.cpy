*  Departman kasa avanslari: ana kasadan departman sorumlusuna
*  verilen avans, uzerine islenen harcama fisleri toplami ve
*  kapanis (yenileme) bilgisi. Sicil vardiya.cbl'in VRDPERS
*  personel tanimidir (kasavans.cbl isletir).
 FD  kavans.
 01  kav-REC.
     02  kav-AVANS-NO             pic 9(06).
     02  kav-SICIL                pic x(06).
     02  kav-ADI                  pic x(30).
     02  kav-DEPARTMAN            pic x(04).
     02  kav-TARIH                pic 9(08).
     02  kav-TUTAR                pic s9(10)v99 comp-3.
     02  kav-HARCANAN             pic s9(10)v99 comp-3.
     02  kav-FIS-SAYISI           pic 9(03).
     02  kav-ACIKLAMA             pic x(40).
     02  kav-VEREN-KLLNC          pic x(10).
     02  kav-DURUM                pic x(01).
         88  kav-acik                 value "A".
         88  kav-kapali               value "K".
     02  kav-KAPANIS-TARIH        pic 9(08).
*  kapanista kisinin kasaya iade ettigi (eksi ise kasanin kisiye
*  odedigi) tutar
     02  kav-IADE                 pic s9(10)v99 comp-3.
     02  kav-KAPATAN-KLLNC        pic x(10).
