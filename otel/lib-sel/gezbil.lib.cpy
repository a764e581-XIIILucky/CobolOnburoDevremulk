*  Gezi bileti (gezi.cbl isletir). TUR-ANAH tur gunu + tur ile
*  alis listesini (manifest) ve aylik operator mutabakatini,
*  SATIS-TARIH gunluk masa kasasini verir. Folioya yazilan
*  biletin CAST-log fisi CAST-FIS'tedir; nakit / kart bilet masa
*  cekmecesine girer. MUTABAKAT-DONEM dolu bilet operatorle
*  kapatilmistir, iptal edilemez.
 FD  gezbil.
 01  gzb-REC.
     02  gzb-NO                   pic 9(08).
     02  gzb-TUR-ANAH.
         03  gzb-TARIH            pic 9(08).
         03  gzb-TUR-KOD          pic x(04).
     02  gzb-OPERATOR             pic x(10).
     02  gzb-REZ-NO               pic 9(08).
     02  gzb-ODANO                pic x(04).
     02  gzb-ADI                  pic x(40).
     02  gzb-YETISKIN             pic 9(02).
     02  gzb-COCUK                pic 9(02).
     02  gzb-ALIS-YERI            pic x(20).
     02  gzb-ALIS-SAATI           pic 9(04).
     02  gzb-TUTAR                pic s9(09)v99 comp-3.
     02  gzb-KOMISYON             pic s9(09)v99 comp-3.
     02  gzb-ODEME                pic x(01).
         88  gzb-folio                value "F".
         88  gzb-nakit                value "N".
         88  gzb-kart                 value "K".
     02  gzb-CAST-FIS             pic 9(10).
     02  gzb-DURUM                pic x(01).
         88  gzb-satildi              value "S".
         88  gzb-iptal                value "I".
     02  gzb-SATIS-TARIH          pic 9(08).
     02  gzb-SATIS-SAAT           pic 9(06).
     02  gzb-KLLNC                pic x(10).
     02  gzb-IPTAL-TARIH          pic 9(08).
     02  gzb-IPTAL-FIS            pic 9(10).
     02  gzb-IPTAL-KLLNC          pic x(10).
     02  gzb-MUTABAKAT-DONEM      pic 9(06).
