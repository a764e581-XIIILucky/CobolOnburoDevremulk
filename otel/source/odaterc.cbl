*>   - lk-mod-kaydet: secim kesinlesince hangi isteklerin
*>     karsilandigi REZTERC'e (rez-no anahtarli) yazilir; resepsiyon
*>     check-in'de bu ozeti gorur.
*> Aile setine bagli rezervasyonda aday oda once aileoda'ya
*> sorulur: setin diger odasiyla gecerli cift olusturmayan aday
*> lk-puan = -99999 ve AILCFT celiskisiyle doner (ekran bu adayi
*> listelemez); sete bagli olmayan rezervasyonda baglantili bir
*> odanin puani dusurulur, ciftler ailelere kalir.
*> Istek kodlari vipistek bakiminda kullanilan kisa kodlardir:
*>   ASUZAK (asansorden uzak), YKSKAT (yuksek kat), TWIN (twin
*>   yatak), SIGYOK (sigarasiz), AYNODA (gecen konaklamadaki oda).
01  w-son-oda                    pic x(04).
01  w-yuksek-kat-esigi           pic 9(02) value 3.
01  w-kat-sayi                   pic 9(02).
01  w-gecersiz-puan              pic s9(05) value -99999.
01  w-baglanti-cezasi            pic s9(05) value 5.

01  w-aileoda-link.
    02  wao-mod                  pic x(01).
    02  wao-oda-no               pic x(04).
    02  wao-karsi-oda            pic x(04).
    02  wao-cift-tipi            pic x(01).
    02  wao-rez-no               pic 9(08).
    02  wao-lider-rez-no         pic 9(08).
    02  wao-aile-tipi            pic x(01).
    02  wao-gun                  pic 9(03).
    02  wao-kllnc                pic x(10).
    02  wao-red-nedeni           pic x(04).
    02  wao-sayi                 pic 9(05).
    02  wao-sonuc                pic x(01).

linkage section.
01  odaterc-link.
 oda-puanla.
     move 0 to lk-puan
     move spaces to lk-karsilanan lk-celiski
     perform aile-cifti-sor
     if wao-sonuc = "H" and wao-red-nedeni = "CIFT"
        move w-gecersiz-puan to lk-puan
        move "AILCFT" to lk-celiski
        exit paragraph
     end-if
     if wao-red-nedeni = "BAGL"
        subtract w-baglanti-cezasi from lk-puan
     end-if
     open input vipistek
     open input odalar
     open input odason
     close vipistek odalar odason
     .

*> aday oda aile setinin cifti mi (aileoda kapali ise kisit yok)
 aile-cifti-sor.
     initialize w-aileoda-link
     move "U"       to wao-mod
     move lk-oda-no to wao-oda-no
     move lk-rez-no to wao-rez-no
     call "aileoda" using w-aileoda-link
          on exception move "T" to wao-sonuc
     end-call
     .

*> son oda ODASON yan dosyasindan okunur (kioskgir/girisislem
*> check-in'de yazar); canli fihrist kaydi genisletilmez.
 son-oda-bul.
