*  Genel depo stok hareketleri: mal kabul girisi ("G") ve
*  departmana cikis ("C"). Tutar hareketin maliyet tutaridir
*  (giriste alis, cikista o anki ortalama maliyet). Giris,
*  tedarikcinin efatgel'deki faturasiyla eslesince fatura
*  numarasini tasir (depoalim.cbl isletir).
 FD  dephrk.
 01  dhr-REC.
     02  dhr-HAREKET-NO           pic 9(08).
     02  dhr-MALZEME              pic x(03).
     02  dhr-TARIH                pic 9(08).
     02  dhr-TIP                  pic x(01).
         88  dhr-giris                value "G".
         88  dhr-cikis                value "C".
     02  dhr-MIKTAR               pic s9(09)v999 comp-3.
     02  dhr-BIRIM-MALIYET        pic 9(09)v9999 comp-3.
     02  dhr-TUTAR                pic s9(11)v99 comp-3.
     02  dhr-DEPARTMAN            pic x(04).
     02  dhr-SIPARIS-NO           pic 9(06).
     02  dhr-SIPARIS-SIRA         pic 9(03).
     02  dhr-CARI-KODU            pic x(10).
     02  dhr-IRSALIYE-NO          pic x(16).
     02  dhr-EFATURA-NO           pic x(16).
     02  dhr-KLLNC                pic x(10).
     02  dhr-SAAT                 pic 9(06).
