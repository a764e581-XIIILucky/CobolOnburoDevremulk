*> cbkdosya.cbl
*> Kredi karti itiraz (chargeback) dosya takibi. Bankalarin itiraz
*> mektuplari on buro mudurunun e-postasina dusuyor, yanit suresi
*> kacirildigi icin dosyalarin cogu kendiliginden kaybediliyordu.
*> Her mektup CBKDOS'ta bir dosya olur:
*>   - lk-mod-ac: dosya folio (REZ) ile acilir; kart tipi, maskeli
*>     kart no (yalniz ilk/son dort hane), kart sahibi ve onay kodu
*>     rez-kredi-kart'tan, son fatura FATURA'dan (fat-rez-anah)
*>     alinir. Bankanin sebep kodu cbkdosya.prm'deki "S;kod;
*>     aciklama;gun" satirindan aciklanir; mektupta son gun yoksa
*>     son gun = alis tarihi + kodun gunu (kod tanimsizsa
*>     w-yanit-gun). Dovizli itirazda TL karsiligi girilen kurla
*>     tutulur,
*>   - lk-mod-paket: delil paketi dokumer duzeninde yazilir ve
*>     dok2pdf ile PDF'e basilir: kayit karti (REZ konuk, adres,
*>     kart ve onay bilgisi), misafirin imzaladigi folio (CAST-log
*>     satirlari ve imza alani), faturalar (FATURA/FATDETAY), KBS
*>     bildirim izi (KBSKUYR - dosyaya girilen polisxml anahtari)
*>     ve konaklama suresince oda kapisinin misafir kartiyla
*>     acilislari (kilitaud.dat). Bulunamayan deliller dosyada
*>     eksik olarak isaretlenir,
*>   - lk-mod-yanit: bankaya yanit gonderildi,
*>   - lk-mod-sonuc: K kazanildi / L kaybedildi. Kaybedilen dosyanin
*>     TL tutari duzonay onay akisina "CBK" sebebiyle eksi duzeltme
*>     talebi olarak girer; esik altindaysa zarar hemen, ustundeyse
*>     supervizor onayindan sonra yazilir,
*>   - lk-mod-gece (gecedrv varsayilani): onaydaki zarar yazma
*>     talepleri DUZONAY kararina gore kapanir (onay: zarar yazilir,
*>     ret: dosya kaybedildi olarak kalir); son gune w-uyari-gun ve
*>     daha az kalan ya da suresi gecmis acik dosyalar cbkdosya.txt
*>     hatirlatma listesine basilir ve cbkdosya.prm "M;adres"
*>     satirindaki adrese her gun MAILDATA hatirlatmasi kuyruklanir.
*> Muhasebe koprusu: yazilan zarar cbkdosya.muh devir dosyasina
*> eklenir (bkz. kasavans.cbl). Satir:
*>   CBKDOSYA tarih dosya-no Z banka rez-no tl-tutar
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. cbkdosya.
environment division.
input-output section.
file-control.
     copy "cbkdos.sel.cpy".

     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     copy "fatura.sel.cpy".

     copy "fatdetay.sel.cpy".

     copy "duzonay.sel.cpy".

     copy "maildata.sel.cpy".

     select kbskuyr assign to random
            kbskuyr-dosya
            organization indexed
            access mode is dynamic
            record key is kbk-anah
            alternate record key is kbk-islem-anahtar
                  with duplicates
            file status is fs-kbskuyr.

     select kilit-giris assign to random
            kilit-giris-dosya
            organization line sequential
            file status is fs-giris.

     select cbkdosya-param assign to random
            cbkdosya-param-dosya
            organization line sequential
            file status is fs-param.

     select cbkdosya-paket assign to random
            cbkdosya-paket-dosya
            organization line sequential
            file status is fs-paket.

     select cbkdosya-rapor assign to random
            cbkdosya-rapor-dosya
            organization line sequential.

     select cbkdosya-devir assign to random
            cbkdosya-devir-dosya
            organization line sequential
            file status is fs-devir.

data division.
file section.
 copy "cbkdos.lib.cpy".

 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

 copy "fatura.lib.cpy".

 copy "fatdetay.lib.cpy".

 copy "duzonay.lib.cpy".

 copy "maildata.lib.cpy".

*> KBS bildirim kuyrugu (duzen kbskuyr.cbl ile aynidir)
fd  kbskuyr.
01  kbk-rec.
    02  kbk-anah.
        03  kbk-polisxml-anah    pic x(20).
    02  kbk-islem-anahtar        pic x(14).
    02  kbk-ilk-kuyruk-tarihi    pic 9(08).
    02  kbk-ilk-kuyruk-saati     pic 9(06).
    02  kbk-son-gonderim-tarihi  pic 9(08).
    02  kbk-son-gonderim-saati   pic 9(06).
    02  kbk-deneme-sayisi        pic 9(03).
    02  kbk-durum                pic x(01).
        88  kbk-beklemede            value " ".
        88  kbk-gonderildi           value "G".
        88  kbk-onaylandi            value "O".
        88  kbk-basarisiz            value "B".
    02  kbk-son-hata             pic x(60).
    02  kbk-kllnc                pic x(10).

*> kapi kilidi okuma dosyasi (satir duzeni kilitden.cbl'dedir)
fd  kilit-giris.
01  giris-satir                  pic x(80).

fd  cbkdosya-param.
01  param-satir                  pic x(80).

fd  cbkdosya-paket.
01  cbkdosya-paket-satir         pic x(132).

fd  cbkdosya-rapor.
01  cbkdosya-rapor-satir         pic x(132).

fd  cbkdosya-devir.
01  cbkdosya-devir-satir         pic x(132).

working-storage section.
01  cbkdos-dosya                 pic x(200) value "cbkdos.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  fatura-dosya                 pic x(200) value "fatura.dat".
01  fatdetay-dosya               pic x(200) value "fatdetay.dat".
01  duzonay-dosya                pic x(200) value "duzonay.dat".
01  maildata-dosya               pic x(200) value "maildata.dat".
01  kbskuyr-dosya                pic x(200) value "kbskuyr.dat".
01  kilit-giris-dosya            pic x(200) value "kilitaud.dat".
01  cbkdosya-param-dosya         pic x(200) value "cbkdosya.prm".
01  cbkdosya-paket-dosya         pic x(200).
01  cbkdosya-rapor-dosya         pic x(200) value "cbkdosya.txt".
01  cbkdosya-devir-dosya         pic x(200) value "cbkdosya.muh".
01  fs-cbkdos                    pic xx.
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-fatura                    pic xx.
01  fs-fatdetay                  pic xx.
01  fs-duzonay                   pic xx.
01  fs-maildata                  pic xx.
01  fs-kbskuyr                   pic xx.
01  fs-giris                     pic xx.
01  fs-param                     pic xx.
01  fs-paket                     pic xx.
01  fs-devir                     pic xx.

01  w-bugun                      pic 9(08).
01  w-bulundu                    pic x(01).

*> mektupta son gun yoksa ve sebep kodu tanimsizsa yanit suresi
01  w-yanit-gun                  pic 9(03) value 10.
*> son gune bu kadar ve daha az gun kalan dosyalar hatirlatilir
01  w-uyari-gun                  pic 9(03) value 5.

*> cbkdosya.prm: S;kod;aciklama;gun  /  M;adres
01  w-prm-tip                    pic x(01).
01  w-prm-alan1                  pic x(60).
01  w-prm-alan2                  pic x(40).
01  w-prm-alan3                  pic x(10).
01  w-mail-adres                 pic x(60).
01  w-sbp-sayisi                 pic 9(03).
01  w-sbp-tablosu.
    02  w-sbp                    occurs 100 times.
        03  w-sbp-kod            pic x(06).
        03  w-sbp-aciklama       pic x(40).
        03  w-sbp-gun            pic 9(03).
01  w-sbp-ix                     pic 9(03).

01  w-dosya-no                   pic 9(08).
01  w-gun-no                     pic s9(08).
01  w-kalan-gun                  pic s9(05).
01  w-kalan-ed                   pic ----9.
01  w-tutar-ed                   pic z(9)9,99-.
01  w-sayi-ed                    pic z(4)9.
01  w-mail-sira                  pic 9(06).

*> delil paketi (dokumer duzeni: "B" baslik, "D1" kolon basligi
*> - kolonlar 22. kolondan itibaren "|" ile ayrilir - ve ayni
*> kolonlara yerlesen veri satirlari; dok2pdf "-" isaretlerini
*> bosluga cevirdiginden tutarlar CR ile basilir)
01  w-paket-satir                pic x(132).
01  w-pk-tutar                   pic z(9)9,99cr.
01  w-pk-toplam                  pic s9(11)v99.
01  w-pk-adet                    pic 9(05).
01  w-cik-tarih                  pic 9(08).
01  w-ac-oda                     pic x(04).
01  w-ac-tarih                   pic 9(08).
01  w-ac-saat                    pic x(06).
01  w-ac-kart                    pic x(07).
01  w-ac-tip                     pic x(01).
01  w-dok2pdf-link.
    02  wdp-dokumer-adres        pic x(200).
01  w-pdfno-link.
    02  wpn-pdf-no               pic 9(04).
    02  wpn-pdf-yolu             pic x(60).
    02  wpn-sonuc                pic x(01).

*> zarar yazma talebi duzonay onay akisina girer
01  w-duzonay-link.
    02  wdz-mod                  pic x(01).
    02  wdz-talep-tarih          pic 9(08).
    02  wdz-talep-sira           pic 9(05).
    02  wdz-folio                pic 9(08).
    02  wdz-tutar                pic s9(09)v99.
    02  wdz-sebep-kodu           pic x(04).
    02  wdz-kllnc-kodu           pic x(10).
    02  wdz-onay-kllnc           pic x(10).
    02  wdz-onay-sifre           pic x(10).
    02  wdz-sonuc                pic x(01).
        88  wdz-sonuc-uygun          value "U".
        88  wdz-sonuc-beklemede      value "B".

01  w-kapanan                    pic 9(05).
01  w-hatirlatilan               pic 9(05).

*> gecedrv parametresiz cagirdiginda karar taramasi + hatirlatma
01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic 9(16) value 0.
    02  filler                   pic x(26) value spaces.
    02  filler                   pic 9(16) value 0.
    02  filler                   pic 9(12) value 0.
    02  filler                   pic x(03) value spaces.
    02  filler                   pic 9(08) value 0.
    02  filler                   pic x(71) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(04) value spaces.
    02  filler                   pic x(01) value space.

linkage section.
01  cbkdosya-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-ac                value "A".
        88  lk-mod-paket             value "P".
        88  lk-mod-yanit             value "Y".
        88  lk-mod-sonuc             value "S".
        88  lk-mod-gece              value "G".
*>   ac: acilan dosya numarasi doner; digerleri: islenen dosya
    02  lk-dosya-no              pic 9(08).
    02  lk-rez-no                pic 9(08).
    02  lk-banka-ref             pic x(20).
    02  lk-sebep-kodu            pic x(06).
    02  lk-alis-tarih            pic 9(08).
    02  lk-son-tarih             pic 9(08).
    02  lk-tutar                 pic 9(10)v99.
    02  lk-doviz                 pic x(03).
    02  lk-kur-orani             pic 9(04)v9999.
    02  lk-kbs-anah              pic x(20).
*>   sonuc: K kazanildi / L kaybedildi
    02  lk-sonuc-kodu            pic x(01).
    02  lk-notu                  pic x(40).
    02  lk-kllnc                 pic x(10).
*>   gece: hatirlatilan dosya sayisi
    02  lk-sayi                  pic 9(05).
*>   YOK kayit yok, DURM durum uygun degil, TUT tutar/kur eksik,
*>   SNC sonuc kodu hatali, ONAY zarar talebi duzonay'a girmedi,
*>   REZ REZ acilamadi
    02  lk-red-nedeni            pic x(04).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional cbkdosya-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     if address of cbkdosya-link = null
        set address of cbkdosya-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move spaces to lk-red-nedeni
     move 0 to lk-sayi
     open i-o cbkdos
     if fs-cbkdos = "35"
        close cbkdos
        open output cbkdos
        close cbkdos
        open i-o cbkdos
     end-if
     if fs-cbkdos not = "00"
        close cbkdos
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     perform parametre-oku
     evaluate true
        when lk-mod-ac     perform dosya-ac
        when lk-mod-paket  perform paket-hazirla
        when lk-mod-yanit  perform yanit-isle
        when lk-mod-sonuc  perform sonuc-isle
        when lk-mod-gece
             perform karar-tara
             perform hatirlatma
        when other         set lk-sonuc-hata to true
     end-evaluate
     close cbkdos
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

 parametre-oku.
     move 0 to w-sbp-sayisi
     move spaces to w-mail-adres
     open input cbkdosya-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform parametre-satiri
             until fs-param not = "00"
     close cbkdosya-param
     .

 parametre-satiri.
     read cbkdosya-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00"
        exit paragraph
     end-if
     move spaces to w-prm-tip w-prm-alan1 w-prm-alan2 w-prm-alan3
     unstring param-satir delimited by ";"
              into w-prm-tip w-prm-alan1 w-prm-alan2 w-prm-alan3
     end-unstring
     evaluate w-prm-tip
        when "M"
             move w-prm-alan1 to w-mail-adres
        when "S"
             if w-sbp-sayisi < 100
                add 1 to w-sbp-sayisi
                move w-prm-alan1 to w-sbp-kod (w-sbp-sayisi)
                move w-prm-alan2 to w-sbp-aciklama (w-sbp-sayisi)
                move 0 to w-sbp-gun (w-sbp-sayisi)
                if w-prm-alan3 not = spaces
                   compute w-sbp-gun (w-sbp-sayisi) =
                           function numval (w-prm-alan3)
                end-if
             end-if
     end-evaluate
     .

*> ---------------------------------------------------------------
*> dosyanin acilmasi
*> ---------------------------------------------------------------
 dosya-ac.
     if lk-tutar = 0
        move "TUT " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-doviz not = spaces and lk-doviz not = "TL "
     and lk-doviz not = "TRY" and lk-kur-orani = 0
        move "TUT " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open input rez
     if fs-rez not = "00"
        close rez
        move "REZ " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-rez-no to rez-no
     read rez
          invalid move "YOK " to lk-red-nedeni
                  set lk-sonuc-hata to true
     end-read
     if lk-sonuc-hata
        close rez
        exit paragraph
     end-if
     perform son-dosya-no
     initialize cbk-rec
     move w-dosya-no      to cbk-dosya-no
     move rez-no          to cbk-rez-no
     move rez-banka       to cbk-banka
     move lk-banka-ref    to cbk-banka-ref
     move lk-sebep-kodu   to cbk-sebep-kodu
     move lk-alis-tarih   to cbk-alis-tarih
     if cbk-alis-tarih = 0
        move w-bugun to cbk-alis-tarih
     end-if
     move "H" to w-bulundu
     perform sebep-ara
             varying w-sbp-ix from 1 by 1
             until w-sbp-ix > w-sbp-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-sbp-ix
        move w-sbp-aciklama (w-sbp-ix) to cbk-sebep-aciklama
     end-if
     move lk-son-tarih to cbk-son-tarih
     if cbk-son-tarih = 0
        if w-bulundu = "E" and w-sbp-gun (w-sbp-ix) > 0
           compute w-gun-no = function integer-of-date
                   (cbk-alis-tarih) + w-sbp-gun (w-sbp-ix)
        else
           compute w-gun-no = function integer-of-date
                   (cbk-alis-tarih) + w-yanit-gun
        end-if
        compute cbk-son-tarih = function date-of-integer (w-gun-no)
     end-if
     move lk-tutar to cbk-tutar
     move lk-doviz to cbk-doviz-cinsi
     if cbk-doviz-cinsi = spaces or cbk-doviz-cinsi = "TRY"
        move "TL " to cbk-doviz-cinsi
     end-if
     if cbk-doviz-cinsi = "TL "
        move 1 to cbk-kur-orani
        move lk-tutar to cbk-tl-tutar
     else
        move lk-kur-orani to cbk-kur-orani
        compute cbk-tl-tutar rounded = lk-tutar * lk-kur-orani
     end-if
     move rez-kart-tipi   to cbk-kart-tipi
     if rez-kart-no1 not = spaces
        string rez-kart-no1 " **** **** " rez-kart-no4
               delimited by size into cbk-kart-maske
     end-if
     move rez-kart-sahibi to cbk-kart-sahibi
     move rez-onay-kodu   to cbk-onay-kodu
     move rez-odano       to cbk-odano
     move rez-gir-tar     to cbk-gir-tar
     move rez-cik-tar     to cbk-cik-tar
     move lk-kbs-anah     to cbk-kbs-anah
     move lk-kllnc        to cbk-kllnc
     move lk-notu         to cbk-notu
     set cbk-acik to true
     perform son-fatura-bul
     close rez
     write cbk-rec
           invalid set lk-sonuc-hata to true
     end-write
     move cbk-dosya-no to lk-dosya-no
     .

 sebep-ara.
     if w-sbp-kod (w-sbp-ix) = lk-sebep-kodu
        move "E" to w-bulundu
     end-if
     .

 son-dosya-no.
     move 0 to w-dosya-no
     move high-values to cbk-anah
     start cbkdos key is less than cbk-anah
           invalid continue
     end-start
     read cbkdos previous record
          at end continue
     end-read
     if fs-cbkdos = "00" or fs-cbkdos = "02"
        move cbk-dosya-no to w-dosya-no
     end-if
     add 1 to w-dosya-no
     .

*> folionun son kesilen faturasi (ara faturalar varsa en sonuncusu)
 son-fatura-bul.
     move 0 to cbk-fat-no
     open input fatura
     if fs-fatura not = "00"
        exit paragraph
     end-if
     move rez-no to fat-rez-anah
     start fatura key is not less than fat-rez-anah
           invalid move "10" to fs-fatura
     end-start
     perform son-fatura-satiri
             until fs-fatura = "10"
     close fatura
     .

 son-fatura-satiri.
     read fatura next record
          at end move "10" to fs-fatura
     end-read
     if fs-fatura not = "00" and fs-fatura not = "02"
        move "10" to fs-fatura
     end-if
     if fs-fatura = "10"
        exit paragraph
     end-if
     if fat-rez-anah not = rez-no
        move "10" to fs-fatura
        exit paragraph
     end-if
     move fat-anah to cbk-fat-no
     .

 dosya-oku.
     move lk-dosya-no to cbk-dosya-no
     read cbkdos
          invalid move "YOK " to lk-red-nedeni
                  set lk-sonuc-hata to true
     end-read
     .

*> ---------------------------------------------------------------
*> delil paketi
*> ---------------------------------------------------------------
 paket-hazirla.
     perform dosya-oku
     if lk-sonuc-hata
        exit paragraph
     end-if
     if not cbk-acik and not cbk-paket-hazir
        move "DURM" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open input rez
     if fs-rez not = "00"
        close rez
        move "REZ " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move cbk-rez-no to rez-no
     read rez
          invalid move "YOK " to lk-red-nedeni
                  set lk-sonuc-hata to true
     end-read
     if lk-sonuc-hata
        close rez
        exit paragraph
     end-if
*>   dok2pdf pdf adini dokumer yolunun 17-20. karakterlerinden
*>   aldigindan yol "/tmp/cbk" + dosya no + ortak sayactan (pdfno)
*>   alinan PDF numarasi olarak kurulur
     call "pdfno" using w-pdfno-link
          on exception move "H" to wpn-sonuc
     end-call
     if wpn-sonuc not = "T"
        close rez
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move spaces to cbkdosya-paket-dosya
     string "/tmp/cbk" cbk-dosya-no wpn-pdf-no
            delimited by size into cbkdosya-paket-dosya
     open output cbkdosya-paket
     if fs-paket not = "00"
        close rez
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move spaces to cbk-eksik
     perform paket-kayit-karti
     perform paket-folio
     perform paket-fatura
     perform paket-kbs
     perform paket-kilit
     close cbkdosya-paket rez
     move cbkdosya-paket-dosya to wdp-dokumer-adres
     call "dok2pdf" using w-dok2pdf-link
          on exception set lk-sonuc-hata to true
     end-call
     move cbkdosya-paket-dosya to cbk-paket-dosya
     move w-bugun to cbk-paket-tarih
     set cbk-paket-hazir to true
     move lk-kllnc to cbk-kllnc
     rewrite cbk-rec
           invalid set lk-sonuc-hata to true
     end-rewrite
     .

 paket-baslik.
     move spaces to cbkdosya-paket-satir
     move "B" to cbkdosya-paket-satir (1:1)
     move w-paket-satir to cbkdosya-paket-satir (22:100)
     write cbkdosya-paket-satir
     .

 paket-kolon.
     move spaces to cbkdosya-paket-satir
     move "D1" to cbkdosya-paket-satir (1:2)
     move w-paket-satir to cbkdosya-paket-satir (22:100)
     write cbkdosya-paket-satir
     .

 paket-veri.
     move spaces to cbkdosya-paket-satir
     move w-paket-satir to cbkdosya-paket-satir (22:100)
     write cbkdosya-paket-satir
     .

*> kayit karti: iki kolonlu alan / deger tablosu
 paket-kayit-karti.
     move spaces to w-paket-satir
     string "ITIRAZ DOSYASI " cbk-dosya-no " - BANKA REF "
            cbk-banka-ref " - SEBEP " cbk-sebep-kodu
            delimited by size into w-paket-satir
     perform paket-baslik
     move spaces to w-paket-satir
     move "KAYIT KARTI" to w-paket-satir
     perform paket-baslik
     move spaces to w-paket-satir
     move "ALAN" to w-paket-satir (1:20)
     move "|" to w-paket-satir (21:1)
     move "DEGER" to w-paket-satir (22:60)
     move "|" to w-paket-satir (82:1)
     perform paket-kolon
     move spaces to w-paket-satir
     move "KONUK" to w-paket-satir (1:20)
     string rez-title delimited by "  " " "
            rez-adi delimited by "  " " "
            rez-soyadi delimited by "  "
            into w-paket-satir (22:60)
     perform paket-veri
     move spaces to w-paket-satir
     move "ADRES / ULKE" to w-paket-satir (1:20)
     string rez-adres1 " " rez-adres2 " " rez-ulke
            delimited by size into w-paket-satir (22:60)
     perform paket-veri
     move spaces to w-paket-satir
     move "TELEFON" to w-paket-satir (1:20)
     move rez-telefon-no to w-paket-satir (22:60)
     perform paket-veri
     move spaces to w-paket-satir
     move "REZERVASYON/ODA" to w-paket-satir (1:20)
     string rez-no " ODA " rez-odano " ACENTA " rez-acenta
            " VOUCHER " rez-voucher
            delimited by size into w-paket-satir (22:60)
     perform paket-veri
     move spaces to w-paket-satir
     move "GIRIS / CIKIS" to w-paket-satir (1:20)
     string rez-gir-tar " " rez-gel-saat ":" rez-gel-dak " / "
            rez-cik-tar " " rez-git-saat ":" rez-git-dak
            delimited by size into w-paket-satir (22:60)
     perform paket-veri
     move spaces to w-paket-satir
     move "KISI" to w-paket-satir (1:20)
     string "YETISKIN " rez-buyuk " COCUK " rez-kucuk
            " BEBEK " rez-bebek
            delimited by size into w-paket-satir (22:60)
     perform paket-veri
     move spaces to w-paket-satir
     move "KART SAHIBI" to w-paket-satir (1:20)
     move cbk-kart-sahibi to w-paket-satir (22:60)
     perform paket-veri
     move spaces to w-paket-satir
     move "KART / ONAY KODU" to w-paket-satir (1:20)
     string cbk-kart-tipi " " cbk-kart-maske " ONAY "
            cbk-onay-kodu
            delimited by size into w-paket-satir (22:60)
     perform paket-veri
     move cbk-tutar to w-pk-tutar
     move spaces to w-paket-satir
     move "ITIRAZ TUTARI" to w-paket-satir (1:20)
     string w-pk-tutar " " cbk-doviz-cinsi
            delimited by size into w-paket-satir (22:60)
     perform paket-veri
     .

*> misafirin cikista imzaladigi folio: konaklama gunlerinin CAST-log
*> satirlari
 paket-folio.
     move spaces to w-paket-satir
     move "FOLIO (MISAFIR IMZALI NUSHA)" to w-paket-satir
     perform paket-baslik
     move spaces to w-paket-satir
     string "TARIH   |FIS       |KOD     |"
            "          TUTAR|ACIKLAMA            |"
            delimited by size into w-paket-satir
     perform paket-kolon
     move 0 to w-pk-toplam w-pk-adet
     move rez-cik-tar to w-cik-tarih
     open input cast-log
     if fs-cast-log = "00"
        move rez-gir-tar to cast-log-tarih
        move rez-no      to cast-log-rez-no
        move 0           to cast-log-fis
        start cast-log key is not less than cast-log-alt
              invalid move "10" to fs-cast-log
        end-start
        perform paket-folio-tara
                until fs-cast-log = "10"
        close cast-log
     end-if
     if w-pk-adet = 0
        move "F" to cbk-eksik (1:1)
     end-if
     move w-pk-toplam to w-pk-tutar
     move spaces to w-paket-satir
     move "TOPLAM" to w-paket-satir (1:8)
     move w-pk-tutar to w-paket-satir (30:15)
     perform paket-veri
     move spaces to w-paket-satir
     string "MISAFIR IMZASI: " cbk-kart-sahibi
            delimited by size into w-paket-satir
     perform paket-baslik
     .

 paket-folio-tara.
     read cast-log next record
          at end move "10" to fs-cast-log
     end-read
     if fs-cast-log not = "00" and fs-cast-log not = "02"
        move "10" to fs-cast-log
     end-if
     if fs-cast-log = "10"
        exit paragraph
     end-if
     if cast-log-tarih > w-cik-tarih
        move "10" to fs-cast-log
        exit paragraph
     end-if
     if cast-log-rez-no not = rez-no
        exit paragraph
     end-if
     move spaces to w-paket-satir
     move cast-log-tarih to w-paket-satir (1:8)
     move cast-log-fis to w-paket-satir (10:10)
     if cast-log-break-kodu not = spaces
        move cast-log-break-kodu to w-paket-satir (21:8)
     else
        move cast-log-rate-kodu to w-paket-satir (21:8)
     end-if
     move cast-log-fiyati to w-pk-tutar
     move w-pk-tutar to w-paket-satir (30:15)
     if cast-log-itirazda
        move "ITIRAZDA" to w-paket-satir (46:20)
     else
        move cast-log-br-malzeme-kodu (1) to w-paket-satir (46:3)
     end-if
     perform paket-veri
     add cast-log-fiyati to w-pk-toplam
     add 1 to w-pk-adet
     .

 paket-fatura.
     move spaces to w-paket-satir
     move "FATURALAR" to w-paket-satir
     perform paket-baslik
     move spaces to w-paket-satir
     string "FATURA NO |TARIH   |ACIKLAMA / MUSTERI           "
            "           |          TUTAR|DVZ|"
            delimited by size into w-paket-satir
     perform paket-kolon
     move 0 to w-pk-adet
     open input fatura fatdetay
     if fs-fatura = "00"
        move rez-no to fat-rez-anah
        start fatura key is not less than fat-rez-anah
              invalid move "10" to fs-fatura
        end-start
        perform paket-fatura-tara
                until fs-fatura = "10"
     end-if
     close fatura fatdetay
     if w-pk-adet = 0
        move "T" to cbk-eksik (2:1)
     end-if
     .

 paket-fatura-tara.
     read fatura next record
          at end move "10" to fs-fatura
     end-read
     if fs-fatura not = "00" and fs-fatura not = "02"
        move "10" to fs-fatura
     end-if
     if fs-fatura = "10"
        exit paragraph
     end-if
     if fat-rez-anah not = rez-no
        move "10" to fs-fatura
        exit paragraph
     end-if
     add 1 to w-pk-adet
     move spaces to w-paket-satir
     move fat-anah to w-paket-satir (1:10)
     move fat-tarih to w-paket-satir (12:8)
     move fat-musteri-adi to w-paket-satir (21:40)
     move fat-genel-toplam to w-pk-tutar
     move w-pk-tutar to w-paket-satir (62:15)
     move fat-doviz-cinsi to w-paket-satir (78:3)
     perform paket-veri
     if fs-fatdetay not = "00"
        exit paragraph
     end-if
     move fat-anah to fdt-fat-no
     move 0        to fdt-sira
     start fatdetay key is not less than fdt-anah
           invalid move "10" to fs-fatdetay
     end-start
     perform paket-fatdetay-tara
             until fs-fatdetay = "10"
     move "00" to fs-fatdetay
     .

 paket-fatdetay-tara.
     read fatdetay next record
          at end move "10" to fs-fatdetay
     end-read
     if fs-fatdetay not = "00" and fs-fatdetay not = "02"
        move "10" to fs-fatdetay
     end-if
     if fs-fatdetay = "10"
        exit paragraph
     end-if
     if fdt-fat-no not = fat-anah
        move "10" to fs-fatdetay
        exit paragraph
     end-if
     move spaces to w-paket-satir
     move fdt-tarih to w-paket-satir (12:8)
     string "  " fdt-malzeme-kodu " " fdt-aciklama
            delimited by size into w-paket-satir (21:40)
     move fdt-tutar to w-pk-tutar
     move w-pk-tutar to w-paket-satir (62:15)
     move fdt-doviz-cinsi to w-paket-satir (78:3)
     perform paket-veri
     .

*> KBS (kimlik bildirim) izi: dosyaya girilen polisxml anahtarinin
*> kuyruk kaydi; onaylanmamis bildirim giris kaniti sayilmaz
 paket-kbs.
     move spaces to w-paket-satir
     move "KBS GIRIS BILDIRIMI" to w-paket-satir
     perform paket-baslik
     move spaces to w-paket-satir
     string "POLISXML ANAHTAR    |ISLEM ANAHTAR |ILK KUYRUK    |"
            "SON GONDERIM  |DURUM      |"
            delimited by size into w-paket-satir
     perform paket-kolon
     move "P" to cbk-eksik (3:1)
     if cbk-kbs-anah = spaces
        move spaces to w-paket-satir
        move "BILDIRIM ANAHTARI GIRILMEDI" to w-paket-satir
        perform paket-veri
        exit paragraph
     end-if
     open input kbskuyr
     if fs-kbskuyr not = "00"
        close kbskuyr
        exit paragraph
     end-if
     move "E" to w-bulundu
     move cbk-kbs-anah to kbk-polisxml-anah
     read kbskuyr
          invalid move "H" to w-bulundu
                  move spaces to kbk-rec
     end-read
     close kbskuyr
     move spaces to w-paket-satir
     move cbk-kbs-anah to w-paket-satir (1:20)
     move kbk-islem-anahtar to w-paket-satir (22:14)
     if w-bulundu = "E"
        string kbk-ilk-kuyruk-tarihi " " kbk-ilk-kuyruk-saati (1:4)
               delimited by size into w-paket-satir (37:14)
        string kbk-son-gonderim-tarihi " "
               kbk-son-gonderim-saati (1:4)
               delimited by size into w-paket-satir (52:14)
     end-if
     evaluate true
        when w-bulundu = "H"
             move "KAYIT YOK" to w-paket-satir (67:11)
        when kbk-onaylandi
             move "ONAYLANDI" to w-paket-satir (67:11)
             move space to cbk-eksik (3:1)
        when kbk-gonderildi
             move "GONDERILDI" to w-paket-satir (67:11)
        when kbk-basarisiz
             move "BASARISIZ" to w-paket-satir (67:11)
        when other
             move "BEKLEMEDE" to w-paket-satir (67:11)
     end-evaluate
     perform paket-veri
     .

*> konaklama suresince odanin misafir kartiyla acilislari
 paket-kilit.
     move spaces to w-paket-satir
     string "KAPI KILIDI ACILISLARI - ODA " rez-odano
            delimited by size into w-paket-satir
     perform paket-baslik
     move spaces to w-paket-satir
     move "TARIH   |SAAT  |KART   |" to w-paket-satir
     perform paket-kolon
     move 0 to w-pk-adet
     open input kilit-giris
     if fs-giris = "00"
        perform paket-kilit-tara
                until fs-giris not = "00"
     end-if
     close kilit-giris
     if w-pk-adet = 0
        move "L" to cbk-eksik (4:1)
     end-if
     .

 paket-kilit-tara.
     read kilit-giris
          at end move "10" to fs-giris
     end-read
     if fs-giris not = "00"
        exit paragraph
     end-if
     move giris-satir (1:4)  to w-ac-oda
     move giris-satir (6:8)  to w-ac-tarih
     move giris-satir (15:6) to w-ac-saat
     move giris-satir (22:7) to w-ac-kart
     move giris-satir (30:1) to w-ac-tip
     if w-ac-oda not = rez-odano or w-ac-tip not = "M"
        exit paragraph
     end-if
     if w-ac-tarih < rez-gir-tar or w-ac-tarih > rez-cik-tar
        exit paragraph
     end-if
     move spaces to w-paket-satir
     move w-ac-tarih to w-paket-satir (1:8)
     move w-ac-saat  to w-paket-satir (10:6)
     move w-ac-kart  to w-paket-satir (17:7)
     perform paket-veri
     add 1 to w-pk-adet
     .

*> ---------------------------------------------------------------
*> yanit ve sonuc
*> ---------------------------------------------------------------
 yanit-isle.
     perform dosya-oku
     if lk-sonuc-hata
        exit paragraph
     end-if
     if not cbk-acik and not cbk-paket-hazir
        move "DURM" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move w-bugun to cbk-yanit-tarih
     set cbk-yanitlandi to true
     move lk-kllnc to cbk-kllnc
     if lk-notu not = spaces
        move lk-notu to cbk-notu
     end-if
     rewrite cbk-rec
           invalid set lk-sonuc-hata to true
     end-rewrite
     .

 sonuc-isle.
     perform dosya-oku
     if lk-sonuc-hata
        exit paragraph
     end-if
     if not cbk-acik and not cbk-paket-hazir and not cbk-yanitlandi
        move "DURM" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-kllnc to cbk-kllnc
     if lk-notu not = spaces
        move lk-notu to cbk-notu
     end-if
     move w-bugun to cbk-sonuc-tarih
     evaluate lk-sonuc-kodu
        when "K"
             set cbk-kazanildi to true
        when "L"
             perform zarar-talebi
             if lk-sonuc-hata
                exit paragraph
             end-if
        when other
             move "SNC " to lk-red-nedeni
             set lk-sonuc-hata to true
             exit paragraph
     end-evaluate
     rewrite cbk-rec
           invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> kaybedilen tutar folioya eksi duzeltme olarak onay akisina girer;
*> esik altinda duzonay "U" doner ve zarar hemen yazilir
 zarar-talebi.
     initialize w-duzonay-link
     move "T"            to wdz-mod
     move cbk-rez-no     to wdz-folio
     compute wdz-tutar = 0 - cbk-tl-tutar
     move "CBK "         to wdz-sebep-kodu
     move lk-kllnc       to wdz-kllnc-kodu
     call "duzonay" using w-duzonay-link
          on exception move "H" to wdz-sonuc
     end-call
     evaluate true
        when wdz-sonuc-uygun
             perform zarar-yaz
        when wdz-sonuc-beklemede
             move wdz-talep-tarih to cbk-duz-tarih
             move wdz-talep-sira  to cbk-duz-sira
             set cbk-silme-onayda to true
        when other
             move "ONAY" to lk-red-nedeni
             set lk-sonuc-hata to true
     end-evaluate
     .

 zarar-yaz.
     open extend cbkdosya-devir
     if fs-devir = "35"
        open output cbkdosya-devir
     end-if
     move cbk-tl-tutar to w-tutar-ed
     move spaces to cbkdosya-devir-satir
     string "CBKDOSYA " w-bugun " " cbk-dosya-no " Z " cbk-banka
            " " cbk-rez-no " " w-tutar-ed
            delimited by size into cbkdosya-devir-satir
     write cbkdosya-devir-satir
     close cbkdosya-devir
     move w-bugun to cbk-silme-tarih
     set cbk-zarar-yazildi to true
     .

*> ---------------------------------------------------------------
*> gece: onaydaki zarar taleplerinin karari ve hatirlatma
*> ---------------------------------------------------------------
 karar-tara.
     move 0 to w-kapanan
     open input duzonay
     if fs-duzonay not = "00"
        close duzonay
        exit paragraph
     end-if
     move low-values to cbk-anah
     start cbkdos key is not less than cbk-anah
           invalid move "10" to fs-cbkdos
     end-start
     perform karar-satiri
             until fs-cbkdos = "10"
     move "00" to fs-cbkdos
     close duzonay
     .

 karar-satiri.
     read cbkdos next record
          at end move "10" to fs-cbkdos
     end-read
     if fs-cbkdos not = "00" and fs-cbkdos not = "02"
        move "10" to fs-cbkdos
     end-if
     if fs-cbkdos = "10" or not cbk-silme-onayda
        exit paragraph
     end-if
     move cbk-duz-tarih to duz-tarih
     move cbk-duz-sira  to duz-sira
     read duzonay
          invalid exit paragraph
     end-read
     evaluate true
        when duz-onaylandi
             perform zarar-yaz
        when duz-reddedildi
             set cbk-kaybedildi to true
             move "ZARAR YAZMA TALEBI REDDEDILDI" to cbk-notu
        when other
             exit paragraph
     end-evaluate
     rewrite cbk-rec
           invalid continue
     end-rewrite
     add 1 to w-kapanan
     .

 hatirlatma.
     move 0 to w-hatirlatilan
     compute w-gun-no = function integer-of-date (w-bugun)
     if w-mail-adres not = spaces
        open i-o maildata
        if fs-maildata = "35"
           close maildata
           open output maildata
           close maildata
           open i-o maildata
        end-if
        if fs-maildata not = "00"
           close maildata
           move spaces to w-mail-adres
        else
           perform mail-sira-bul
        end-if
     end-if
     open output cbkdosya-rapor
     move spaces to cbkdosya-rapor-satir
     string "KREDI KARTI ITIRAZ DOSYALARI - YANIT SURESI "
            "HATIRLATMASI  " w-bugun
            delimited by size into cbkdosya-rapor-satir
     write cbkdosya-rapor-satir
     move spaces to cbkdosya-rapor-satir
     string "DOSYA    REZ-NO   BK BANKA REF            SEBEP  "
            "SON GUN   KALAN D EKSIK         TUTAR DVZ"
            delimited by size into cbkdosya-rapor-satir
     write cbkdosya-rapor-satir
     move all "-" to cbkdosya-rapor-satir
     write cbkdosya-rapor-satir
     move low-values to cbk-anah
     start cbkdos key is not less than cbk-anah
           invalid move "10" to fs-cbkdos
     end-start
     perform hatirlatma-satiri
             until fs-cbkdos = "10"
     move "00" to fs-cbkdos
     move w-hatirlatilan to w-sayi-ed
     move spaces to cbkdosya-rapor-satir
     string "HATIRLATILAN DOSYA: " w-sayi-ed
            delimited by size into cbkdosya-rapor-satir
     write cbkdosya-rapor-satir
     move w-kapanan to w-sayi-ed
     move spaces to cbkdosya-rapor-satir
     string "KARARI GELEN ZARAR TALEBI: " w-sayi-ed
            delimited by size into cbkdosya-rapor-satir
     write cbkdosya-rapor-satir
     close cbkdosya-rapor
     if w-mail-adres not = spaces
        close maildata
     end-if
     move w-hatirlatilan to lk-sayi
     .

 hatirlatma-satiri.
     read cbkdos next record
          at end move "10" to fs-cbkdos
     end-read
     if fs-cbkdos not = "00" and fs-cbkdos not = "02"
        move "10" to fs-cbkdos
     end-if
     if fs-cbkdos = "10"
        exit paragraph
     end-if
     if not cbk-acik and not cbk-paket-hazir
        exit paragraph
     end-if
     compute w-kalan-gun = function integer-of-date (cbk-son-tarih)
                         - w-gun-no
     if w-kalan-gun > w-uyari-gun
        exit paragraph
     end-if
     add 1 to w-hatirlatilan
     move w-kalan-gun to w-kalan-ed
     move cbk-tutar to w-tutar-ed
     move spaces to cbkdosya-rapor-satir
     string cbk-dosya-no " " cbk-rez-no " " cbk-banka " "
            cbk-banka-ref " " cbk-sebep-kodu " " cbk-son-tarih " "
            w-kalan-ed " " cbk-durum " " cbk-eksik " " w-tutar-ed
            " " cbk-doviz-cinsi
            delimited by size into cbkdosya-rapor-satir
     if w-kalan-gun < 0
        move "SURE GECTI" to cbkdosya-rapor-satir (121:12)
     end-if
     write cbkdosya-rapor-satir
     if w-mail-adres not = spaces
     and cbk-son-hatirlatma not = w-bugun
        perform mail-kuyrukla
        move w-bugun to cbk-son-hatirlatma
        rewrite cbk-rec
              invalid continue
        end-rewrite
     end-if
     .

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

 mail-kuyrukla.
     initialize maildata-rec
     move w-bugun     to maildata-tarih
     add 1 to w-mail-sira
     move w-mail-sira to maildata-sira
     move "cbkdosya"  to maildata-kaynak-program
     move w-mail-adres to maildata-alici
     string "CHARGEBACK " cbk-dosya-no " SON GUN " cbk-son-tarih
            " KALAN " w-kalan-ed " GUN"
            delimited by size into maildata-konu
     set maildata-beklemede to true
     write maildata-rec invalid continue end-write
     .
