*  Ikram siparisi (ikram.cbl isletir): kuraldan ya da elle acilir,
*  teslim listesine TARIH ile girer, oda servisi / kat hizmetleri
*  teslim edildi ya da edilemedi onayi verir. Teslimde maliyet
*  masraf yerine yazilir (depo kalemi depoalim cikisiyla).
 FD  ikrsip.
 01  iks-REC.
     02  iks-NO                   pic 9(08).
     02  iks-TARIH                pic 9(08).
     02  iks-REZ-ANAH.
         03  iks-REZ-NO           pic 9(08).
         03  iks-IKRAM-KOD        pic x(04).
     02  iks-ODANO                pic x(04).
     02  iks-ADI                  pic x(40).
     02  iks-ADET                 pic 9(02).
     02  iks-KAYNAK               pic x(01).
         88  iks-kuraldan             value "K".
         88  iks-elle                 value "M".
     02  iks-KURAL-SIRA           pic 9(04).
     02  iks-MASRAF-YERI          pic x(04).
     02  iks-TESLIM-BIRIMI        pic x(01).
     02  iks-NOT                  pic x(40).
     02  iks-DURUM                pic x(01).
         88  iks-bekliyor             value "B".
         88  iks-teslim-edildi        value "T".
         88  iks-teslim-edilemedi     value "E".
         88  iks-iptal                value "I".
     02  iks-MALIYET              pic s9(09)v99 comp-3.
     02  iks-DEPO-CIKIS           pic x(01).
         88  iks-depodan-cikti        value "E".
     02  iks-TESLIM-TARIH         pic 9(08).
     02  iks-TESLIM-SAAT          pic 9(06).
     02  iks-TESLIM-KLLNC         pic x(10).
     02  iks-NEDEN                pic x(30).
     02  iks-KAYIT-KLLNC          pic x(10).
