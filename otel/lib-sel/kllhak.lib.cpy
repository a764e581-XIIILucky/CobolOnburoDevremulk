*  Kullanici hak dokumu (gorevayr.cbl isletir). Canli KLLNC
*  dosyasinin kayit duzeni bu agacta olmadigindan kullanicinin
*  sahip oldugu haklar burada kullanici + hak kodu anahtariyla
*  tutulur: kullanici bakim ekrani her hak verisinde / geri
*  alisinda cagirir, KLLNC'den alinan toplu dokum (kllhak.txt)
*  ile de bastan yuklenir.
 FD  kllhak.
 01  klh-REC.
     02  klh-ANAH.
         03  klh-KLLNC            pic x(10).
         03  klh-HAK              pic x(10).
     02  klh-VERILIS-TARIH        pic 9(08).
     02  klh-VEREN-KLLNC          pic x(10).
     02  klh-KAYNAK               pic x(01).
         88  klh-ekrandan             value "E".
         88  klh-dokumden             value "D".
