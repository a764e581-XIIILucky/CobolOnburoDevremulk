*  Operator odeme bildirimi (remittance) voucher dagitimi. Ayni
*  bildirim satiri ikinci kez dagitilmaz (acenodem.cbl isletir).
 FD  acnodm.
 01  aod-REC.
     02  aod-ANAH.
         03  aod-ACENTA           pic x(04).
         03  aod-REFERANS         pic x(20).
         03  aod-VOUCHER          pic x(30).
     02  aod-ODEME-TARIH          pic 9(08).
     02  aod-TUTAR                pic s9(11)v99 comp-3.
     02  aod-ACIK-TUTAR           pic s9(11)v99 comp-3.
     02  aod-UYGULANAN            pic s9(11)v99 comp-3.
     02  aod-REZ-NO               pic 9(08).
     02  aod-REZ-SAYISI           pic 9(02).
     02  aod-SONUC                pic x(01).
         88  aod-tam                  value "T".
         88  aod-eksik                value "E".
         88  aod-fazla                value "F".
         88  aod-bilinmiyor           value "B".
     02  aod-ISLEM-TARIH          pic 9(08).
     02  aod-KLLNC                pic x(10).
