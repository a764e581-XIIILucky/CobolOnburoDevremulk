*  Ikram kurali (ikram.cbl isletir): yarin gelecek rezervasyon
*  kuralin dolu olan tum kosullarini (VIP turu, kutlama, acenta)
*  sagliyorsa katalogdaki ikramdan ADET kadar siparis acilir.
*  MASRAF-YERI doluysa katalogdakinin yerine gecer.
 FD  ikrkur.
 01  ikr-REC.
     02  ikr-SIRA                 pic 9(04).
     02  ikr-VIP-TURU             pic x(01).
     02  ikr-KUTLAMA              pic x(01).
     02  ikr-ACENTA               pic x(04).
     02  ikr-IKRAM-KOD            pic x(04).
     02  ikr-ADET                 pic 9(02).
     02  ikr-MASRAF-YERI          pic x(04).
