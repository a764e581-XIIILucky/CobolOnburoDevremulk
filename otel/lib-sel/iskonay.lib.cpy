*  Sozlesme iskonto kontrolu ve onay kuyrugu (iskyetki.cbl
*  isletir): her kaydedilen sozlesmenin DEVFIYT liste fiyatina gore
*  iskontosu. Danisman limitini asan sozlesme onaylanana kadar "B"
*  bekler; sozlesme paketi ve taksit plani onaysiz uretilmez.
 FD  iskonay.
 01  ion-REC.
     02  ion-ANAH.
         03  ion-DEVREMULK-NO     pic 9(08).
         03  ion-SOZ-SIRA         pic 9(03).
     02  ion-KAYIT-TAR            pic 9(08).
     02  ion-DANISMAN-NO          pic 9(06).
     02  ion-TIP                  pic x(02).
     02  ion-DONEM                pic 9(02).
     02  ion-LISTE-FIYATI         pic s9(11)v99 comp-3.
     02  ion-SATIS-FIYATI         pic s9(11)v99 comp-3.
     02  ion-ISKONTO-TUTAR        pic s9(11)v99 comp-3.
     02  ion-ISKONTO-YUZDE        pic 9(03)v99.
     02  ion-DANISMAN-LIMIT       pic 9(03)v99.
     02  ion-GEREKEN-ROL          pic x(01).
     02  ion-DURUM                pic x(01).
         88  ion-yetkide              value "O".
         88  ion-onay-bekliyor        value "B".
         88  ion-onaylandi            value "A".
         88  ion-reddedildi           value "R".
     02  ion-ONAYLAYAN-NO         pic 9(06).
     02  ion-ONAY-ROL             pic x(01).
     02  ion-ONAY-TAR             pic 9(08).
     02  ion-NOT                  pic x(60).
