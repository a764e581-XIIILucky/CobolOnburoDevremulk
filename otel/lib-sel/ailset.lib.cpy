*  Aile seti: birbirine bagli (baglantili/bitisik oda isteyen)
*  rezervasyonlar; set numarasi lider rezervasyonun numarasidir,
*  her uye bir satir (aileoda.cbl isletir).
 FD  ailset.
 01  ail-REC.
     02  ail-ANAH.
         03  ail-AILE-NO          pic 9(08).
         03  ail-REZ-NO           pic 9(08).
     02  ail-TIPI                 pic x(01).
         88  ail-baglantili           value "B".
         88  ail-bitisik              value "K".
     02  ail-KLLNC                pic x(10).
     02  ail-TARIH                pic 9(08).
