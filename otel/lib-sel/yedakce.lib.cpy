*  Yedek akce (bina yenileme fonu) defteri (yedakce.cbl isletir):
*  bina / site basina tarih sirali hareketler. Katki DONEM-AIDAT
*  tahsilatinin ayrilan payidir; harcama ancak genel kurulda
*  (genkurul) kabul edilmis gundem maddesine dayanir.
 FD  yedakce.
 01  yak-REC.
     02  yak-ANAH.
         03  yak-BINA             pic x(04).
         03  yak-TARIH            pic 9(08).
         03  yak-SIRA             pic 9(06).
     02  yak-TIP                  pic x(01).
         88  yak-katki                value "K".
         88  yak-faiz                 value "F".
         88  yak-harcama              value "H".
     02  yak-TUTAR                pic s9(11)v99 comp-3.
     02  yak-ACIKLAMA             pic x(40).
*  harcamanin dayandigi genel kurul karari
     02  yak-GK-TOPLANTI-NO       pic 9(04).
     02  yak-GK-GUNDEM-NO         pic 9(03).
*  katkinin kaynagi (dna-ANAH)
     02  yak-MUSTERI-NO           pic 9(08).
     02  yak-DONEM-NO             pic 9(04).
     02  yak-DONEM-HAFTA          pic 9(02).
     02  yak-KLLNC                pic x(10).
