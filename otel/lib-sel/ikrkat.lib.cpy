*  Ikram (amenity) katalogu (ikram.cbl isletir): meyve sepeti,
*  sarap, pasta vb. Depodan cikan kalem genel depo malzemesine
*  (MALZEME + birim basina MIKTAR) baglanir ve maliyeti depo
*  cikisinin ortalama maliyetidir; depoda tutulmayan kalemin
*  maliyeti birim MALIYET'tir. Maliyet MASRAF-YERI departmanina
*  yazilir, misafir foliosuna yazilmaz.
 FD  ikrkat.
 01  ikk-REC.
     02  ikk-KOD                  pic x(04).
     02  ikk-ADI                  pic x(30).
     02  ikk-MALZEME              pic x(03).
     02  ikk-MIKTAR               pic 9(05)v999.
     02  ikk-MALIYET              pic s9(07)v99 comp-3.
     02  ikk-MASRAF-YERI          pic x(04).
     02  ikk-TESLIM-BIRIMI        pic x(01).
         88  ikk-oda-servisi          value "R".
         88  ikk-kat-hizmetleri       value "H".
     02  ikk-DURUM                pic x(01).
         88  ikk-aktif                value "A".
         88  ikk-pasif                value "P".
