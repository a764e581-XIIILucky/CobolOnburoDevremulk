*  Genel depo stok ve agirlikli ortalama maliyet. Anahtar MALZEME
*  kodudur (malzeme/malzara tanimi); miktar, ortalama birim maliyet
*  ve stok degeri her giris/cikista guncellenir (depoalim.cbl
*  isletir).
 FD  depstk.
 01  dst-REC.
     02  dst-MALZEME              pic x(03).
     02  dst-ADI                  pic x(30).
     02  dst-BIRIM                pic x(05).
     02  dst-MIKTAR               pic s9(09)v999 comp-3.
     02  dst-ORT-MALIYET          pic 9(09)v9999 comp-3.
     02  dst-DEGER                pic s9(11)v99 comp-3.
     02  dst-SON-ALIS-FIYAT       pic 9(09)v9999 comp-3.
     02  dst-SON-GIRIS-TARIH      pic 9(08).
     02  dst-SON-CIKIS-TARIH      pic 9(08).
