*> yuzerkur.cbl
*> Yuzer donem hafta talep turu ve zirve haftalari icin oncelikli
*> kura. Yuzer donem sozlesmesi sahiplerinin hepsi ayni Agustos
*> haftalarini istiyor; bugune kadar acilis gunu ilk arayan
*> kazaniyordu. Bu alt program talep turunu ve kurayi yurutur:
*>   - lk-mod-talep: talep penceresi (yuzerkur.prm PENCERE) acikken
*>     yuzer donem unitesinin sahibi lk-yil icin sirali en fazla uc
*>     hafta secer (lk-secim); pencere kapanana kadar secimler
*>     degistirilebilir,
*>   - lk-mod-kura: pencere kapandiktan sonra bir kez kosulur. Her
*>     talebin onceligi hesaplanir: once borcsuzluk (sahibin vadesi
*>     gecmis acik aidati - DONEM-AIDAT - ve unitenin vadesi gecmis
*>     kalanli taksiti - TAKSIT - yoksa borcsuz), sonra sahibin
*>     DONHRK'da son zirve haftasi (yuzerkur.prm ZIRVE) atamasindan
*>     bu yana gecen yil (cok olan once), en son kura numarasi
*>     (lk-tohum ya da saatle tohumlanan rastgele sayi; talebe
*>     yazilir, sonradan denetlenebilir). Bu sirayla her talebe ilk
*>     kapasitesi kalan secimi atanir: DONHRK'ya hafta kaydi acilir
*>     ve sahibe bildirim mektubu yazilir. Hic hafta alamayan
*>     bekleme listesine ayni oncelik sirasiyla alinir ve sirasi
*>     bildirilir,
*>   - lk-mod-iptal: sahip atanan haftadan vazgecer; kullanilmamis
*>     DONHRK kaydi silinir ve bosalan hafta bekleme listesine
*>     verilir,
*>   - lk-mod-bekleme: lk-hafta icin kapasite acildiginda (KAP
*>     artirimi) bekleme listesinden atama yapilir,
*>   - lk-mod-sorgu: unitenin talep durumu ve atanan haftasi doner,
*>   - lk-mod-rapor: atama ve bekleme listesi yuzerkur.txt'ye
*>     basilir.
*> Haftalik kapasite yuzerkur.prm KAP;hafta;adet satirlaridir
*> (hafta 0 = tum haftalar, once yazilir; varsayilan 1). Yuzer
*> donem kodlari YUZER;kod satirlaridir (yoksa dvm-donem 0 yuzer
*> sayilir). Bildirimler MAILDATA kuyruguna yazilir (mailsend
*> gonderir).
program-id. yuzerkur.
environment division.
input-output section.
file-control.
     copy "yuztlp.sel.cpy".

     copy "devmulk.sel.cpy".

     copy "donhrk.sel.cpy".

     copy "taksit.sel.cpy".

     copy "donemaid.sel.cpy".

     copy "maildata.sel.cpy".

     select yuzerkur-param assign to random
            yuzerkur-param-dosya
            organization line sequential
            file status is fs-param.

     select yuzerkur-rapor assign to random
            yuzerkur-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "yuztlp.lib.cpy".

 copy "devmulk.lib.cpy".

 copy "donhrk.lib.cpy".

 copy "taksit.lib.cpy".

 copy "donemaid.lib.cpy".

 copy "maildata.lib.cpy".

fd  yuzerkur-param.
01  param-satir                  pic x(80).

fd  yuzerkur-rapor.
01  yuzerkur-rapor-satir         pic x(132).

working-storage section.
01  yuztlp-dosya                 pic x(200) value "yuztlp.dat".
01  devmulk-dosya                pic x(200) value "devmulk.dat".
01  donhrk-dosya                 pic x(200) value "donhrk.dat".
01  taksit-dosya                 pic x(200) value "taksit.dat".
01  donem-aidat-dosya            pic x(200) value "donem-aidat.dat".
01  maildata-dosya               pic x(200) value "maildata.dat".
01  yuzerkur-param-dosya         pic x(200) value "yuzerkur.prm".
01  yuzerkur-rapor-dosya         pic x(200) value "yuzerkur.txt".
01  fs-yuztlp                    pic xx.
01  fs-devmulk                   pic xx.
01  fs-donhrk                    pic xx.
01  fs-taksit                    pic xx.
01  fs-donem-aidat               pic xx.
01  fs-maildata                  pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-r redefines w-bugun.
    02  w-bugun-yil              pic 9(04).
    02  filler                   pic 9(04).
01  w-simdi                      pic 9(08).
01  w-mail-sira                  pic 9(06).
01  w-p-tip                      pic x(10).
01  w-p-deger1                   pic x(10).
01  w-p-deger2                   pic x(10).

*> yuzerkur.prm
01  w-pencere-bas                pic 9(08).
01  w-pencere-bit                pic 9(08).
01  w-zirve-bas                  pic 9(02).
01  w-zirve-bit                  pic 9(02).
01  w-yuzer-kodlari.
    02  w-yuzer-kod              pic 9(02) occurs 20 times.
01  w-yuzer-adet                 pic 9(02).
01  w-kapasiteler.
    02  w-kap                    pic 9(04) occurs 53 times.
01  w-kullanimlar.
    02  w-kullanilan             pic 9(04) occurs 53 times.

01  w-ix                         pic 9(02).
01  w-hafta                      pic 9(02).
01  w-bulundu                    pic x(01).
01  w-kura-calisti               pic x(01).
01  w-tohum                      pic 9(06).
01  w-rastgele                   pic v9(09).
01  w-son-zirve-yil              pic 9(04).
01  w-fark                       pic 9(04).
01  w-borc                       pic s9(11)v99.
01  w-bekleme-no                 pic 9(04).
01  w-donhrk-sira                pic 9(08).
01  w-atanan                     pic 9(05).
01  w-bekleyen                   pic 9(05).
01  w-sayi-ed                    pic z(4)9.

linkage section.
01  yuzerkur-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-talep             value "T".
        88  lk-mod-kura              value "K".
        88  lk-mod-iptal             value "I".
        88  lk-mod-bekleme           value "B".
        88  lk-mod-sorgu             value "S".
        88  lk-mod-rapor             value "R".
*>   talep turunun yili (haftalarin kullanilacagi yil)
    02  lk-yil                   pic 9(04).
    02  lk-devremulk-no          pic 9(08).
    02  lk-secimler.
        03  lk-secim             pic 9(02) occurs 3 times.
*>   bekleme: kapasitesi acilan hafta; sorgu: atanan hafta
    02  lk-hafta                 pic 9(02).
    02  lk-tohum                 pic 9(06).
    02  lk-kllnc                 pic x(10).
*>   sorgu: talep durumu; bekleme listesinde ise sirasi lk-sayi
    02  lk-durum                 pic x(01).
*>   kura: atanan talep; bekleme: atanan; rapor: talep sayisi
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-yok             value "Y".
        88  lk-sonuc-kapali          value "K".
        88  lk-sonuc-gecersiz        value "G".
        88  lk-sonuc-hata            value "H".

procedure division using yuzerkur-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi
     if not lk-mod-talep and not lk-mod-kura and not lk-mod-iptal
     and not lk-mod-bekleme and not lk-mod-sorgu
     and not lk-mod-rapor
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     perform param-oku
     if lk-yil = 0
        compute lk-yil = w-bugun-yil + 1
     end-if
     open i-o yuztlp
     if fs-yuztlp = "35"
        close yuztlp
        open output yuztlp
        close yuztlp
        open i-o yuztlp
     end-if
     if fs-yuztlp not = "00"
        close yuztlp
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     open input devmulk taksit donem-aidat
     open i-o donhrk
     open i-o maildata
     if fs-maildata = "35"
        close maildata
        open output maildata
        close maildata
        open i-o maildata
     end-if
     if fs-devmulk not = "00" or fs-taksit not = "00"
     or fs-donem-aidat not = "00" or fs-donhrk not = "00"
     or fs-maildata not = "00"
        close yuztlp devmulk taksit donem-aidat donhrk maildata
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     perform mail-sira-bul
     evaluate true
        when lk-mod-talep
             perform talep-al
        when lk-mod-kura
             perform kura-calistir
        when lk-mod-iptal
             perform atama-iptal
        when lk-mod-bekleme
             perform kullanim-say
             perform bekleme-ata
        when lk-mod-sorgu
             perform talep-sorgula
        when lk-mod-rapor
             perform tur-raporu
     end-evaluate
     close yuztlp devmulk taksit donem-aidat donhrk maildata
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> parametreler
*> ---------------------------------------------------------------
 param-oku.
     move 0  to w-pencere-bas w-pencere-bit w-yuzer-adet
     move 27 to w-zirve-bas
     move 35 to w-zirve-bit
     perform kapasite-varsayilan
             varying w-ix from 1 by 1 until w-ix > 53
     open input yuzerkur-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close yuzerkur-param
     .

 kapasite-varsayilan.
     move 1 to w-kap (w-ix)
     .

 param-satiri.
     read yuzerkur-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00" or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-deger1 w-p-deger2
     unstring param-satir delimited by ";"
              into w-p-tip w-p-deger1 w-p-deger2
     end-unstring
     evaluate w-p-tip
        when "PENCERE"
             compute w-pencere-bas = function numval (w-p-deger1)
             compute w-pencere-bit = function numval (w-p-deger2)
        when "ZIRVE"
             compute w-zirve-bas = function numval (w-p-deger1)
             compute w-zirve-bit = function numval (w-p-deger2)
        when "YUZER"
             if w-yuzer-adet < 20
                add 1 to w-yuzer-adet
                compute w-yuzer-kod (w-yuzer-adet) =
                        function numval (w-p-deger1)
             end-if
        when "KAP"
             compute w-hafta = function numval (w-p-deger1)
             if w-hafta = 0
                compute w-fark = function numval (w-p-deger2)
                perform kapasite-hepsi
                        varying w-ix from 1 by 1 until w-ix > 53
             else
                if w-hafta <= 53
                   compute w-kap (w-hafta) =
                           function numval (w-p-deger2)
                end-if
             end-if
     end-evaluate
     .

 kapasite-hepsi.
     move w-fark to w-kap (w-ix)
     .

*> ---------------------------------------------------------------
*> talep
*> ---------------------------------------------------------------
 talep-al.
     if w-bugun < w-pencere-bas or w-bugun > w-pencere-bit
     or w-pencere-bas = 0
        set lk-sonuc-kapali to true
        exit paragraph
     end-if
     move lk-devremulk-no to dvm-devremulk-no
     read devmulk
          invalid
              set lk-sonuc-yok to true
              exit paragraph
     end-read
     perform yuzer-mi
     if w-bulundu not = "E"
        set lk-sonuc-gecersiz to true
        exit paragraph
     end-if
     if lk-secim (1) = 0 or lk-secim (1) > 53
     or lk-secim (2) > 53 or lk-secim (3) > 53
     or (lk-secim (2) > 0 and lk-secim (2) = lk-secim (1))
     or (lk-secim (3) > 0 and (lk-secim (3) = lk-secim (1)
                            or lk-secim (3) = lk-secim (2)))
        set lk-sonuc-gecersiz to true
        exit paragraph
     end-if
     move lk-yil          to ytl-yil
     move lk-devremulk-no to ytl-devremulk-no
     read yuztlp
          invalid
              initialize ytl-rec
              move lk-yil          to ytl-yil ytl-o-yil
              move lk-devremulk-no to ytl-devremulk-no
                                      ytl-o-devremulk-no
              move dvm-sahip-no    to ytl-sahip-no
              move lk-secimler     to ytl-secimler
              move w-bugun         to ytl-talep-tar
              move lk-kllnc        to ytl-kllnc
              set ytl-talep-edildi to true
              write ytl-rec invalid set lk-sonuc-hata to true
              end-write
              exit paragraph
     end-read
     if not ytl-talep-edildi
        set lk-sonuc-kapali to true
        exit paragraph
     end-if
     move lk-secimler to ytl-secimler
     move w-bugun     to ytl-talep-tar
     move lk-kllnc    to ytl-kllnc
     rewrite ytl-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> dvm-donem yuzer donem mi (kod listesi yoksa 0 yuzerdir)
 yuzer-mi.
     move "H" to w-bulundu
     if w-yuzer-adet = 0
        if dvm-donem = 0
           move "E" to w-bulundu
        end-if
        exit paragraph
     end-if
     perform yuzer-ara
             varying w-ix from 1 by 1
             until w-ix > w-yuzer-adet or w-bulundu = "E"
     .

 yuzer-ara.
     if w-yuzer-kod (w-ix) = dvm-donem
        move "E" to w-bulundu
     end-if
     .

 talep-sorgula.
     move lk-yil          to ytl-yil
     move lk-devremulk-no to ytl-devremulk-no
     read yuztlp
          invalid
              set lk-sonuc-yok to true
              exit paragraph
     end-read
     move ytl-durum       to lk-durum
     move ytl-secimler    to lk-secimler
     move ytl-atanan-hafta to lk-hafta
     move ytl-bekleme-sira to lk-sayi
     .

*> ---------------------------------------------------------------
*> kura
*> ---------------------------------------------------------------
 kura-calistir.
     if w-pencere-bit = 0 or w-bugun <= w-pencere-bit
        set lk-sonuc-kapali to true
        exit paragraph
     end-if
*>   tur yili icin talep disinda durum varsa kura yapilmistir
     move "H" to w-kura-calisti
     move lk-yil to ytl-yil
     move 0      to ytl-devremulk-no
     start yuztlp key is not less than ytl-anah
           invalid move "10" to fs-yuztlp
     end-start
     perform kura-kontrol-satiri
             until fs-yuztlp = "10"
     move "00" to fs-yuztlp
     if w-kura-calisti = "E"
        set lk-sonuc-kapali to true
        exit paragraph
     end-if
     if lk-tohum = 0
        accept w-simdi from time
        move w-simdi (1:6) to w-tohum
     else
        move lk-tohum to w-tohum
     end-if
     compute w-rastgele = function random (w-tohum)
*>   1. gecis: oncelik anahtari
     move lk-yil to ytl-yil
     move 0      to ytl-devremulk-no
     start yuztlp key is not less than ytl-anah
           invalid move "10" to fs-yuztlp
     end-start
     perform oncelik-satiri
             until fs-yuztlp = "10"
     move "00" to fs-yuztlp
*>   2. gecis: oncelik sirasiyla atama / bekleme listesi
     perform kullanim-say
     move 0 to w-bekleme-no w-atanan w-bekleyen
     move lk-yil to ytl-o-yil
     move 0      to ytl-o-odeme ytl-o-fark ytl-o-kura
                    ytl-o-devremulk-no
     start yuztlp key is not less than ytl-oncelik-anah
           invalid move "10" to fs-yuztlp
     end-start
     perform atama-satiri
             until fs-yuztlp = "10"
     move "00" to fs-yuztlp
     move w-atanan to lk-sayi
     move w-tohum  to lk-tohum
     perform tur-raporu
     .

 kura-kontrol-satiri.
     read yuztlp next record
          at end move "10" to fs-yuztlp
     end-read
     if fs-yuztlp not = "00" and fs-yuztlp not = "02"
        move "10" to fs-yuztlp
     end-if
     if fs-yuztlp = "10"
        exit paragraph
     end-if
     if ytl-yil not = lk-yil
        move "10" to fs-yuztlp
        exit paragraph
     end-if
     if not ytl-talep-edildi
        move "E" to w-kura-calisti
        move "10" to fs-yuztlp
     end-if
     .

 oncelik-satiri.
     read yuztlp next record
          at end move "10" to fs-yuztlp
     end-read
     if fs-yuztlp not = "00" and fs-yuztlp not = "02"
        move "10" to fs-yuztlp
     end-if
     if fs-yuztlp = "10"
        exit paragraph
     end-if
     if ytl-yil not = lk-yil
        move "10" to fs-yuztlp
        exit paragraph
     end-if
     move ytl-devremulk-no to dvm-devremulk-no
     read devmulk
          invalid initialize dvm-rec
     end-read
     perform borc-bul
     if w-borc > 0
        move 2 to ytl-o-odeme
     else
        move 1 to ytl-o-odeme
     end-if
     perform son-zirve-bul
     if w-son-zirve-yil = 0 or w-son-zirve-yil >= lk-yil
        move 99 to ytl-yil-farki
     else
        compute w-fark = lk-yil - w-son-zirve-yil
        if w-fark > 99
           move 99 to w-fark
        end-if
        move w-fark to ytl-yil-farki
     end-if
     compute ytl-o-fark = 99 - ytl-yil-farki
     compute w-rastgele = function random
     compute ytl-o-kura = w-rastgele * 1000000
     move ytl-yil          to ytl-o-yil
     move ytl-devremulk-no to ytl-o-devremulk-no
     rewrite ytl-rec invalid continue end-rewrite
     .

*> sahibin vadesi gecmis acik aidati + unitenin vadesi gecmis taksit
*> kalani
 borc-bul.
     move 0 to w-borc
     if dvm-sahip-no > 0
        move dvm-sahip-no to dna-musteri-no
        move 0 to dna-donem-no dna-donem-hafta
        start donem-aidat key is not less than dna-anah
              invalid move "10" to fs-donem-aidat
        end-start
        perform aidat-satiri
                until fs-donem-aidat = "10"
        move "00" to fs-donem-aidat
     end-if
     move ytl-devremulk-no to taksit-devremulk-no
     move 0 to taksit-sira
     start taksit key is not less than taksit-anah
           invalid move "10" to fs-taksit
     end-start
     perform taksit-satiri
             until fs-taksit = "10"
     move "00" to fs-taksit
     .

 aidat-satiri.
     read donem-aidat next record
          at end move "10" to fs-donem-aidat
     end-read
     if fs-donem-aidat not = "00" and fs-donem-aidat not = "02"
        move "10" to fs-donem-aidat
     end-if
     if fs-donem-aidat = "10"
        exit paragraph
     end-if
     if dna-musteri-no not = dvm-sahip-no
        move "10" to fs-donem-aidat
        exit paragraph
     end-if
     if dna-acik and dna-vade-tarih < w-bugun
        compute w-borc = w-borc + dna-tutar - dna-odenen-tutar
     end-if
     .

 taksit-satiri.
     read taksit next record
          at end move "10" to fs-taksit
     end-read
     if fs-taksit not = "00" and fs-taksit not = "02"
        move "10" to fs-taksit
     end-if
     if fs-taksit = "10"
        exit paragraph
     end-if
     if taksit-devremulk-no not = ytl-devremulk-no
        move "10" to fs-taksit
        exit paragraph
     end-if
     if taksit-kalan > 0 and taksit-vade-tarihi < w-bugun
        add taksit-kalan to w-borc
     end-if
     .

*> sahibin DONHRK'daki en son zirve haftasi yili (tur yilindan once)
 son-zirve-bul.
     move 0 to w-son-zirve-yil
     if ytl-sahip-no = 0
        exit paragraph
     end-if
     move low-values   to dnh-anah
     move ytl-sahip-no to dnh-musteri-no
     start donhrk key is = dnh-musteri-anah
           invalid move "10" to fs-donhrk
     end-start
     perform zirve-satiri
             until fs-donhrk = "10"
     move "00" to fs-donhrk
     .

 zirve-satiri.
     read donhrk next record
          at end move "10" to fs-donhrk
     end-read
     if fs-donhrk not = "00" and fs-donhrk not = "02"
        move "10" to fs-donhrk
     end-if
     if fs-donhrk = "10"
        exit paragraph
     end-if
     if dnh-musteri-no not = ytl-sahip-no
        move "10" to fs-donhrk
        exit paragraph
     end-if
     if dnh-hafta >= w-zirve-bas and dnh-hafta <= w-zirve-bit
     and dnh-yil < lk-yil and dnh-yil > w-son-zirve-yil
        move dnh-yil to w-son-zirve-yil
     end-if
     .

 atama-satiri.
     read yuztlp next record
          at end move "10" to fs-yuztlp
     end-read
     if fs-yuztlp not = "00" and fs-yuztlp not = "02"
        move "10" to fs-yuztlp
     end-if
     if fs-yuztlp = "10"
        exit paragraph
     end-if
     if ytl-o-yil not = lk-yil
        move "10" to fs-yuztlp
        exit paragraph
     end-if
     if not ytl-talep-edildi
        exit paragraph
     end-if
     move 0 to w-hafta
     perform secim-dene
             varying w-ix from 1 by 1
             until w-ix > 3 or w-hafta > 0
     if w-hafta > 0
        subtract 1 from w-ix
        perform hafta-ata
     else
        add 1 to w-bekleme-no w-bekleyen
        set ytl-beklemede to true
        move w-bekleme-no to ytl-bekleme-sira
        move w-bugun      to ytl-sonuc-tar
        rewrite ytl-rec invalid continue end-rewrite
        perform sahibe-bildir
     end-if
     .

 secim-dene.
     if ytl-secim (w-ix) > 0
        if w-kullanilan (ytl-secim (w-ix)) < w-kap (ytl-secim (w-ix))
           move ytl-secim (w-ix) to w-hafta
        end-if
     end-if
     .

*> w-hafta talebe (w-ix. secim) atanir: DONHRK kaydi + bildirim
 hafta-ata.
     move ytl-devremulk-no to dvm-devremulk-no
     read devmulk
          invalid initialize dvm-rec
     end-read
     perform donhrk-sira-bul
     initialize dnh-rec
     compute dnh-sira = w-donhrk-sira + 1
     move ytl-sahip-no     to dnh-musteri-no
     move ytl-devremulk-no to dnh-devremulk-no
     move dvm-donem        to dnh-donem-no
     move w-hafta          to dnh-hafta
     move lk-yil           to dnh-yil
     set dnh-bos to true
     write dnh-rec
           invalid
               set lk-sonuc-hata to true
               exit paragraph
     end-write
     add 1 to w-kullanilan (w-hafta) w-atanan
     set ytl-atandi to true
     move w-hafta  to ytl-atanan-hafta
     move w-ix     to ytl-atanan-secim
     move dnh-sira to ytl-donhrk-sira
     move 0        to ytl-bekleme-sira
     move w-bugun  to ytl-sonuc-tar
     rewrite ytl-rec invalid continue end-rewrite
     perform sahibe-bildir
     .

 donhrk-sira-bul.
     move 0 to w-donhrk-sira
     move high-values to dnh-anah
     start donhrk key is less than dnh-anah
           invalid move "10" to fs-donhrk
     end-start
     if fs-donhrk = "00"
        read donhrk previous record
             at end continue
        end-read
        if fs-donhrk = "00"
           move dnh-sira to w-donhrk-sira
        end-if
     end-if
     move "00" to fs-donhrk
     .

*> tur yilinda atanmis talep sayisi hafta bazinda
 kullanim-say.
     initialize w-kullanimlar
     move lk-yil to ytl-yil
     move 0      to ytl-devremulk-no
     start yuztlp key is not less than ytl-anah
           invalid move "10" to fs-yuztlp
     end-start
     perform kullanim-satiri
             until fs-yuztlp = "10"
     move "00" to fs-yuztlp
     .

 kullanim-satiri.
     read yuztlp next record
          at end move "10" to fs-yuztlp
     end-read
     if fs-yuztlp not = "00" and fs-yuztlp not = "02"
        move "10" to fs-yuztlp
     end-if
     if fs-yuztlp = "10"
        exit paragraph
     end-if
     if ytl-yil not = lk-yil
        move "10" to fs-yuztlp
        exit paragraph
     end-if
     if ytl-atandi and ytl-atanan-hafta > 0
        add 1 to w-kullanilan (ytl-atanan-hafta)
     end-if
     .

*> ---------------------------------------------------------------
*> iptal ve bekleme listesi
*> ---------------------------------------------------------------
 atama-iptal.
     move lk-yil          to ytl-yil
     move lk-devremulk-no to ytl-devremulk-no
     read yuztlp
          invalid
              set lk-sonuc-yok to true
              exit paragraph
     end-read
     if not ytl-atandi
        if ytl-beklemede or ytl-talep-edildi
           set ytl-iptal to true
           move w-bugun to ytl-sonuc-tar
           rewrite ytl-rec invalid continue end-rewrite
        else
           set lk-sonuc-gecersiz to true
        end-if
        exit paragraph
     end-if
     move ytl-donhrk-sira to dnh-sira
     read donhrk
          invalid continue
          not invalid
              if not dnh-bos
                 set lk-sonuc-gecersiz to true
                 exit paragraph
              end-if
              delete donhrk record invalid continue end-delete
     end-read
     move ytl-atanan-hafta to lk-hafta
     set ytl-iptal to true
     move w-bugun to ytl-sonuc-tar
     rewrite ytl-rec invalid continue end-rewrite
     perform kullanim-say
     perform bekleme-ata
     .

*> lk-hafta icin kapasite kaldikca bekleme listesinden atama
 bekleme-ata.
     if lk-hafta = 0 or lk-hafta > 53
        set lk-sonuc-gecersiz to true
        exit paragraph
     end-if
     move 0 to w-atanan
     move lk-yil to ytl-o-yil
     move 0      to ytl-o-odeme ytl-o-fark ytl-o-kura
                    ytl-o-devremulk-no
     start yuztlp key is not less than ytl-oncelik-anah
           invalid move "10" to fs-yuztlp
     end-start
     perform bekleme-satiri
             until fs-yuztlp = "10"
     move "00" to fs-yuztlp
     move w-atanan to lk-sayi
     .

 bekleme-satiri.
     if w-kullanilan (lk-hafta) >= w-kap (lk-hafta)
        move "10" to fs-yuztlp
        exit paragraph
     end-if
     read yuztlp next record
          at end move "10" to fs-yuztlp
     end-read
     if fs-yuztlp not = "00" and fs-yuztlp not = "02"
        move "10" to fs-yuztlp
     end-if
     if fs-yuztlp = "10"
        exit paragraph
     end-if
     if ytl-o-yil not = lk-yil
        move "10" to fs-yuztlp
        exit paragraph
     end-if
     if not ytl-beklemede
        exit paragraph
     end-if
     move 0 to w-hafta
     perform bekleme-secim-ara
             varying w-ix from 1 by 1
             until w-ix > 3 or w-hafta > 0
     if w-hafta > 0
        subtract 1 from w-ix
        perform hafta-ata
     end-if
     .

 bekleme-secim-ara.
     if ytl-secim (w-ix) = lk-hafta
        move lk-hafta to w-hafta
     end-if
     .

*> ---------------------------------------------------------------
*> bildirim
*> ---------------------------------------------------------------
 mail-sira-bul.
     move 0 to w-mail-sira
     move w-bugun     to maildata-tarih
     move high-values to maildata-sira
     start maildata key is less than maildata-anah
           invalid continue
     end-start
     read maildata previous record
          at end continue
     end-read
     if fs-maildata = "00" and maildata-tarih = w-bugun
        move maildata-sira to w-mail-sira
     end-if
     .

 sahibe-bildir.
     move ytl-devremulk-no to dvm-devremulk-no
     read devmulk
          invalid initialize dvm-rec
     end-read
     if dvm-sahip-mail = spaces
        exit paragraph
     end-if
     initialize maildata-rec
     move w-bugun     to maildata-tarih
     add 1 to w-mail-sira
     move w-mail-sira to maildata-sira
     move "yuzerkur"  to maildata-kaynak-program
     move dvm-sahip-mail to maildata-alici
     if ytl-atandi
        string "DONEM HAFTA TALEBI " ytl-yil " - UNITE "
               ytl-devremulk-no " ATANAN HAFTA " ytl-atanan-hafta
               delimited by size into maildata-konu
     else
        string "DONEM HAFTA TALEBI " ytl-yil " - UNITE "
               ytl-devremulk-no " BEKLEME LISTESI SIRA "
               ytl-bekleme-sira
               delimited by size into maildata-konu
     end-if
     set maildata-beklemede to true
     write maildata-rec invalid continue end-write
     .

*> ---------------------------------------------------------------
*> rapor
*> ---------------------------------------------------------------
 tur-raporu.
     open output yuzerkur-rapor
     move spaces to yuzerkur-rapor-satir
     string "YUZER DONEM HAFTA TALEP TURU - " lk-yil
            "   KURA TOHUMU " lk-tohum "   (" w-bugun ")"
            delimited by size into yuzerkur-rapor-satir
     write yuzerkur-rapor-satir
     move all "-" to yuzerkur-rapor-satir
     write yuzerkur-rapor-satir
     move spaces to yuzerkur-rapor-satir
     string "UNITE    SAHIP    SECIMLER  BORC FARK KURA   "
            "DURUM HAFTA SECIM BEKLEME"
            delimited by size into yuzerkur-rapor-satir
     write yuzerkur-rapor-satir
     move 0 to w-atanan w-bekleyen
     move lk-yil to ytl-o-yil
     move 0      to ytl-o-odeme ytl-o-fark ytl-o-kura
                    ytl-o-devremulk-no
     start yuztlp key is not less than ytl-oncelik-anah
           invalid move "10" to fs-yuztlp
     end-start
     perform rapor-satiri
             until fs-yuztlp = "10"
     move "00" to fs-yuztlp
     move spaces to yuzerkur-rapor-satir
     write yuzerkur-rapor-satir
     move w-atanan to w-sayi-ed
     move spaces to yuzerkur-rapor-satir
     string "HAFTA ATANAN     " w-sayi-ed
            delimited by size into yuzerkur-rapor-satir
     write yuzerkur-rapor-satir
     move w-bekleyen to w-sayi-ed
     move spaces to yuzerkur-rapor-satir
     string "BEKLEME LISTESI  " w-sayi-ed
            delimited by size into yuzerkur-rapor-satir
     write yuzerkur-rapor-satir
     close yuzerkur-rapor
     .

 rapor-satiri.
     read yuztlp next record
          at end move "10" to fs-yuztlp
     end-read
     if fs-yuztlp not = "00" and fs-yuztlp not = "02"
        move "10" to fs-yuztlp
     end-if
     if fs-yuztlp = "10"
        exit paragraph
     end-if
     if ytl-o-yil not = lk-yil
        move "10" to fs-yuztlp
        exit paragraph
     end-if
     if lk-mod-rapor
        add 1 to lk-sayi
     end-if
     evaluate true
        when ytl-atandi    add 1 to w-atanan
        when ytl-beklemede add 1 to w-bekleyen
     end-evaluate
     move spaces to yuzerkur-rapor-satir
     string ytl-devremulk-no " " ytl-sahip-no " "
            ytl-secim (1) "/" ytl-secim (2) "/" ytl-secim (3) "  "
            ytl-o-odeme "    " ytl-yil-farki "   " ytl-o-kura " "
            ytl-durum "     " ytl-atanan-hafta "    "
            ytl-atanan-secim "     " ytl-bekleme-sira
            delimited by size into yuzerkur-rapor-satir
     write yuzerkur-rapor-satir
     .
