*  Yuzer donem hafta talepleri (yuzerkur.cbl isletir): yuzer donem
*  sozlesmesi sahibinin bir yil icin sirali en fazla uc hafta
*  secimi ve kura sonucu. Oncelik anahtari kura calismasinda
*  doldurulur; atama ve bekleme listesi bu sirayla okunur.
 FD  yuztlp.
 01  ytl-REC.
     02  ytl-ANAH.
         03  ytl-YIL              pic 9(04).
         03  ytl-DEVREMULK-NO     pic 9(08).
     02  ytl-ONCELIK-ANAH.
         03  ytl-O-YIL            pic 9(04).
*  1 = aidat ve taksit borcu yok, 2 = vadesi gecmis borcu var
         03  ytl-O-ODEME          pic 9(01).
*  99 - son zirve haftasindan bu yana gecen yil
         03  ytl-O-FARK           pic 9(02).
         03  ytl-O-KURA           pic 9(06).
         03  ytl-O-DEVREMULK-NO   pic 9(08).
     02  ytl-SAHIP-NO             pic 9(08).
     02  ytl-SECIMLER.
         03  ytl-SECIM            pic 9(02) occurs 3 times.
     02  ytl-TALEP-TAR            pic 9(08).
     02  ytl-KLLNC                pic x(10).
     02  ytl-YIL-FARKI            pic 9(02).
     02  ytl-DURUM                pic x(01).
         88  ytl-talep-edildi         value "T".
         88  ytl-atandi               value "A".
         88  ytl-beklemede            value "L".
         88  ytl-iptal                value "I".
     02  ytl-ATANAN-HAFTA         pic 9(02).
     02  ytl-ATANAN-SECIM         pic 9(01).
     02  ytl-DONHRK-SIRA          pic 9(08).
     02  ytl-BEKLEME-SIRA         pic 9(04).
     02  ytl-SONUC-TAR            pic 9(08).
