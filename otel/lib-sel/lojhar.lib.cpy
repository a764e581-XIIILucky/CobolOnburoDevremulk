*  Personel lojmani konaklama hareketi: her giris bir satir,
*  cikista ljh-CIKIS-TAR dolar. Aylik konaklama ve yemek
*  kesintisi buradan hesaplanir (lojman.cbl isletir).
 FD  lojhar.
 01  ljh-REC.
     02  ljh-ANAH.
         03  ljh-SICIL            pic x(06).
         03  ljh-GIRIS-TAR        pic 9(08).
     02  ljh-ADI                  pic x(30).
     02  ljh-DEPARTMAN            pic x(04).
     02  ljh-BLOK                 pic x(04).
     02  ljh-ODA                  pic x(04).
     02  ljh-YATAK                pic 9(02).
*  0 ise personel halen lojmanda
     02  ljh-CIKIS-TAR            pic 9(08).
     02  ljh-YEMEK                pic x(01).
     02  ljh-KLLNC                pic x(10).
