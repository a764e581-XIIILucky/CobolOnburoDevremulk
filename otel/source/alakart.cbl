*>     karari bir daha geri veremesin,
*>   - lk-mod-fiyat: outlet basina kota asim ucreti tanimi,
*>   - lk-mod-rapor: outlet bazli kullanim dokumu - ucretsiz /
*>     ucretli adetler ve kesilen ucret toplami (alakart.txt),
*>   - lk-mod-liste: gunun a la carte masa listesi (ALKHRK'nin
*>     gunun satirlari; outlet, oda, misafir) alakartl.txt'ye
*>     basilir; diyet/alerji kaydi olan rezervasyonun kodlari
*>     (diyet.cbl) satirin yanina, alerjide uyari ile yazilir.
program-id. alakart.
environment division.
input-output section.
            file status is fs-alkhrk.

     select alakart-rapor assign to random
            alk-rapor-dosya
            organization line sequential.

data division.
01  alkfiy-dosya                 pic x(200) value "alkfiy.dat".
01  alkhrk-dosya                 pic x(200) value "alkhrk.dat".
01  alakart-rapor-dosya          pic x(200) value "alakart.txt".
01  alakart-liste-dosya          pic x(200) value "alakartl.txt".
01  alk-rapor-dosya              pic x(200).
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-alakart                   pic xx.
01  w-out-ix                     pic 9(02).
01  w-out-bul-ix                 pic 9(02).
01  w-tutar-ed                   pic z(7)9,99.
01  w-karar-ed                   pic x(08).
01  w-uyari-ed                   pic x(08).
01  w-liste-sayisi               pic 9(05).
01  w-sayi-ed                    pic z(4)9.

*> diyet/alerji sorgusu (duzen diyet.cbl baglanti alani ile aynidir)
01  w-diyet-link.
    02  wdy-mod                  pic x(01).
    02  wdy-rez-no               pic 9(08).
    02  wdy-sira                 pic 9(02).
    02  wdy-tc-no                pic x(11).
    02  wdy-adi                  pic x(20).
    02  wdy-soyadi               pic x(20).
    02  wdy-kodlar               pic x(32).
    02  wdy-kod-kisileri         pic x(16).
    02  wdy-notu                 pic x(60).
    02  wdy-kaynak               pic x(01).
    02  wdy-kllnc                pic x(10).
    02  wdy-uyari                pic x(01).
    02  wdy-hatali-kod           pic x(04).
    02  wdy-sonuc                pic x(01).

linkage section.
01  alakart-link.
        88  lk-mod-iptal             value "I".
        88  lk-mod-fiyat             value "F".
        88  lk-mod-rapor             value "R".
        88  lk-mod-liste             value "L".
    02  lk-rez-no                pic 9(08).
    02  lk-outlet                pic x(04).
    02  lk-asim-ucreti           pic 9(07)v99.
        when lk-mod-iptal  perform iptal-isle
        when lk-mod-fiyat  perform fiyat-isle
        when lk-mod-rapor  perform rapor-bas
        when lk-mod-liste  perform liste-bas
        when other         set lk-sonuc-hata to true
     end-evaluate
     close alakart alkfiy alkhrk

*> outlet bazli kullanim dokumu.
 rapor-bas.
     move alakart-rapor-dosya to alk-rapor-dosya
     open output alakart-rapor
     move spaces to alakart-rapor-satir
     string "A LA CARTE HAK KULLANIM RAPORU - " w-bugun
     write alakart-rapor-satir
     add 1 to w-out-ix
     .

*> gunun masa listesi: iptal (iade) satirlari da gorunur ki host
*> bosalan masayi bilsin; diyet/alerji kodlari her satirda.
 liste-bas.
     open input rez
     if fs-rez not = "00"
        close rez
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move alakart-liste-dosya to alk-rapor-dosya
     open output alakart-rapor
     move spaces to alakart-rapor-satir
     string "A LA CARTE MASA LISTESI - " w-bugun
            delimited by size into alakart-rapor-satir
     write alakart-rapor-satir
     move spaces to alakart-rapor-satir
     string "OUTLET ODA  REZ NO   MISAFIR                 KARAR"
            "    DIYET / ALERJI"
            delimited by size into alakart-rapor-satir
     write alakart-rapor-satir
     move all "-" to alakart-rapor-satir
     write alakart-rapor-satir
     move 0 to w-liste-sayisi
     move w-bugun to alh-tarih
     move 0       to alh-sira
     start alkhrk key is not less than alh-anah
           invalid move "10" to fs-alkhrk
     end-start
     perform liste-satiri
             until fs-alkhrk = "10"
     close rez
     move spaces to alakart-rapor-satir
     write alakart-rapor-satir
     move w-liste-sayisi to w-sayi-ed
     move spaces to alakart-rapor-satir
     string "SATIR SAYISI: " w-sayi-ed
            delimited by size into alakart-rapor-satir
     write alakart-rapor-satir
     close alakart-rapor
     .

 liste-satiri.
     read alkhrk next record
          at end move "10" to fs-alkhrk
     end-read
     if fs-alkhrk not = "00" and fs-alkhrk not = "02"
        move "10" to fs-alkhrk
     end-if
     if fs-alkhrk not = "00"
        exit paragraph
     end-if
     if alh-tarih not = w-bugun
        move "10" to fs-alkhrk
        exit paragraph
     end-if
     evaluate true
        when alh-ucretsiz   move "UCRETSIZ" to w-karar-ed
        when alh-kota-asimi move "UCRETLI"  to w-karar-ed
        when other          move "IPTAL"    to w-karar-ed
     end-evaluate
     move spaces to w-uyari-ed
     initialize w-diyet-link
     move alh-rez-no to rez-no
     read rez
          invalid initialize rez-rec
     end-read
     if not rez-diyet-yok
        move "S"        to wdy-mod
        move alh-rez-no to wdy-rez-no
        call "diyet" using w-diyet-link
             on exception move "H" to wdy-sonuc
        end-call
        if wdy-uyari = "A"
           move "ALERJI !" to w-uyari-ed
        end-if
     end-if
     add 1 to w-liste-sayisi
     move spaces to alakart-rapor-satir
     string alh-outlet "   " rez-odano " " alh-rez-no " "
            rez-adi (1:10) " " rez-soyadi (1:12) " " w-karar-ed " "
            w-uyari-ed " " wdy-kodlar
            delimited by size into alakart-rapor-satir
     write alakart-rapor-satir
     .
