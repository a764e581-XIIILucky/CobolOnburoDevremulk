*> gunpas.cbl
*> Otelde kalmayan (gunubirlik) ziyaretciye havuz / plaj / her sey
*> dahil gunluk giris satisi. Yerel misafirler kapida elle yazilan
*> makbuzla giriyor, ziyaretci kaydi (ziyhrk/zyrthrk) ile bag
*> kurulmuyor, yemek hakki kapida kontrol edilemiyordu. Bu program
*> GUNURN (urun), GUNFYT (yas bandi ve tarihe gore fiyat) ve
*> GUNPAS (satis) dosyalarini isletir:
*>   - lk-mod-urun: urun acilir/guncellenir (ad, gunluk kapasite -
*>     0 sinirsiz, dahil ogunler, gelir departmani); lk-ogunler
*>     "P" ise urun satisa kapanir,
*>   - lk-mod-fiyat: urun + yas bandi (Y yetiskin, C cocuk, B bebek)
*>     icin lk-bas-tar'dan gecerli fiyat yazilir,
*>   - lk-mod-satis: kapida bugune satis; kimlik (tip, numara, ad,
*>     soyad) zorunludur. Gunun kapasitesi doluysa "DOLU". Satista
*>     bileklik kodu ("G" + gunun sirasi) verilir ve urunun
*>     ogunleri bileklik kodu altinda gunun YEMEKHAK hak satiri
*>     olarak acilir (restoran kapisi bilekligi oda gibi okutur;
*>     hak yalniz o gun gecerlidir). Gelir, gunpas.prm FOLIO ev
*>     hesabi foliosuna urunun (bos ise DEP) departmaniyla CAST-log
*>     satiri olarak islenir (rate-kodu GUNPAS); ziyaretci tesise
*>     girmis sayilir ve ziyaretci kaydina aktarilir,
*>   - lk-mod-iptal: satis gunu icinde iptal; CAST-log satiri ters
*>     kayitla (rate-kodu GUNPASIP) geri alinir, kullanilmamis yemek
*>     hakki kapatilir,
*>   - lk-mod-giris / lk-mod-cikis: bileklikle kapi girisi / cikisi
*>     (bileklik yalniz satis gunu gecerlidir),
*>   - lk-mod-musait: urunun lk-tarih (bos ise bugun) icin kalan
*>     kapasitesi lk-kalan'da,
*>   - lk-mod-rapor: lk-tarih (bos ise bugun) kapi raporu - urun
*>     basina satilan, iptal, tesiste olan, kalan kapasite; odeme
*>     turune gore tahsilat ve tesisteki ziyaretci listesi
*>     (gunpas.txt),
*>   - lk-mod-gece (gecedrv varsayilani): gunun kapi raporu.
*> Ziyaretci kaydinin dosya duzeni bu programa acik olmadigindan
*> giris ve cikislar sabit kolonlu ziyaret.akt aktarim dosyasina
*> eklenir; ziyaretci ekrani (ziyhrk) bunlari kendi kaydina alir.
*> gunpas.prm satirlari: FOLIO;rez-no (gelirin islenecegi ev
*> hesabi; tanimli degilse satis yapilmaz), DEP;departman
*> (varsayilan GPS).
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. gunpas.
environment division.
input-output section.
file-control.
     copy "gunurn.sel.cpy".

     copy "gunfyt.sel.cpy".

     copy "gunpas.sel.cpy".

     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     select yemekhak assign to random
            yemekhak-dosya
            organization indexed
            access mode is dynamic
            record key is ymh-anah
            file status is fs-yemekhak.

     select ziyaret-aktar assign to random
            ziyaret-aktar-dosya
            organization line sequential
            file status is fs-ziyakt.

     select gunpas-param assign to random
            gunpas-param-dosya
            organization line sequential
            file status is fs-param.

     select gunpas-rapor assign to random
            gunpas-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "gunurn.lib.cpy".

 copy "gunfyt.lib.cpy".

 copy "gunpas.lib.cpy".

 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

*> (duzen yemekhak.cbl ile aynidir)
fd  yemekhak.
01  ymh-rec.
    02  ymh-anah.
        03  ymh-oda-no           pic x(04).
        03  ymh-tarih            pic 9(08).
        03  ymh-ogun             pic x(01).
    02  ymh-hak                  pic 9(02).
    02  ymh-kullanilan           pic 9(02).
    02  ymh-ucretli-cover        pic 9(02).
    02  ymh-outlet               pic x(04).
    02  ymh-folio                pic 9(08).
    02  ymh-pan-tipi             pic x(02).
*>  odanin diyet/alerji ozeti (sabah hazirlikta diyet.cbl'den)
    02  ymh-diyet-uyari          pic x(01).
    02  ymh-diyet-kodlari        pic x(32).

*> ziyaretci kaydi aktarimi: G giris, C cikis
fd  ziyaret-aktar.
01  zak-satir.
    02  zak-tarih                pic 9(08).
    02  zak-saat                 pic 9(04).
    02  zak-hareket              pic x(01).
    02  zak-kimlik-tipi          pic x(01).
    02  zak-kimlik-no            pic x(20).
    02  zak-adi                  pic x(20).
    02  zak-soyadi               pic x(20).
    02  zak-uyruk                pic x(03).
    02  zak-telefon              pic x(15).
    02  zak-sebep                pic x(20).
    02  zak-bileklik             pic x(04).
    02  zak-urun                 pic x(04).

fd  gunpas-param.
01  param-satir                  pic x(80).

fd  gunpas-rapor.
01  gunpas-rapor-satir           pic x(132).

working-storage section.
01  gunurn-dosya                 pic x(200) value "gunurn.dat".
01  gunfyt-dosya                 pic x(200) value "gunfyt.dat".
01  gunpas-dosya                 pic x(200) value "gunpas.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  yemekhak-dosya               pic x(200) value "yemekhak.dat".
01  ziyaret-aktar-dosya          pic x(200) value "ziyaret.akt".
01  gunpas-param-dosya           pic x(200) value "gunpas.prm".
01  gunpas-rapor-dosya           pic x(200) value "gunpas.txt".
01  fs-gunurn                    pic xx.
01  fs-gunfyt                    pic xx.
01  fs-gunpas                    pic xx.
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-yemekhak                  pic xx.
01  fs-ziyakt                    pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-simdi                      pic 9(06).
01  w-son-fis                    pic 9(10).

*> parametreler
01  w-p-tip                      pic x(10).
01  w-p-deger1                   pic x(10).
01  w-ev-folio                   pic 9(08).
01  w-gunpas-dep                 pic x(03).
01  w-dep                        pic x(03).
01  w-gelir-tutar                pic s9(07)v99.
01  w-rate-kodu                  pic x(08).

01  w-liste-tarih                pic 9(08).
01  w-satilan                    pic 9(05).
01  w-fiyat                      pic 9(07)v99.
01  w-sira                       pic 9(04).
01  w-sira3                      pic 9(03).
01  w-o                          pic 9(01).
01  w-ogun                       pic x(01).
01  w-ogun-kodlari               pic x(03) value "KOA".

*> kapi raporu: urun basina sayaclar
01  w-urun-sayisi                pic 9(03).
01  w-urun-tablosu.
    02  w-urun                   occurs 100 times.
        03  w-u-kod              pic x(04).
        03  w-u-adi              pic x(30).
        03  w-u-kapasite         pic 9(04).
        03  w-u-satilan          pic 9(05).
        03  w-u-iptal            pic 9(05).
        03  w-u-tesiste          pic 9(05).
        03  w-u-tutar            pic 9(09)v99.
01  w-u                          pic 9(03).
01  w-bulundu                    pic x(01).
01  w-nakit                      pic 9(09)v99.
01  w-kart                       pic 9(09)v99.
01  w-top-satilan                pic 9(05).
01  w-top-tesiste                pic 9(05).
01  w-kalan                      pic s9(05).

01  w-tutar-ed                   pic z(8)9,99.
01  w-sayi-ed                    pic z(4)9.
01  w-kalan-ed                   pic z(4)9-.
01  w-saat-ed                    pic 99b99.

*> gecedrv parametresiz cagirdiginda gunun kapi raporu
01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic x(34) value spaces.
    02  filler                   pic 9(04) value 0.
    02  filler                   pic x(07) value spaces.
    02  filler                   pic 9(17) value 0.
    02  filler                   pic x(80) value spaces.
    02  filler                   pic 9(12) value 0.
    02  filler                   pic x(14) value spaces.
    02  filler                   pic 9(04) value 0.
    02  filler                   pic x(04) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  gunpas-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-urun              value "U".
        88  lk-mod-fiyat             value "F".
        88  lk-mod-satis             value "S".
        88  lk-mod-iptal             value "I".
        88  lk-mod-giris             value "A".
        88  lk-mod-cikis             value "C".
        88  lk-mod-musait            value "M".
        88  lk-mod-rapor             value "R".
        88  lk-mod-gece              value "G".
    02  lk-kod                   pic x(04).
    02  lk-urun-adi              pic x(30).
    02  lk-kapasite              pic 9(04).
    02  lk-ogunler               pic x(03).
    02  lk-dep                   pic x(03).
    02  lk-yas                   pic x(01).
    02  lk-bas-tar               pic 9(08).
    02  lk-fiyat                 pic 9(07)v99.
*>   N nakit, K kart
    02  lk-odeme                 pic x(01).
*>   T TC kimlik, P pasaport, E ehliyet
    02  lk-kimlik-tipi           pic x(01).
    02  lk-kimlik-no             pic x(20).
    02  lk-adi                   pic x(20).
    02  lk-soyadi                pic x(20).
    02  lk-uyruk                 pic x(03).
    02  lk-telefon               pic x(15).
*>   musait / rapor / iptal: gun (bos ise bugun)
    02  lk-tarih                 pic 9(08).
    02  lk-sira                  pic 9(04).
    02  lk-bileklik              pic x(04).
    02  lk-kllnc                 pic x(10).
*>   musait / satis: gunun kalan kapasitesi (9999 sinirsiz)
    02  lk-kalan                 pic 9(04).
*>   URUN urun yok/pasif, FYT fiyat yok, KIML kimlik eksik,
*>   DOLU kapasite dolu, PARM ev hesabi foliosu tanimsiz,
*>   BLK bileklik gecersiz / gunu gecmis, ODE odeme turu,
*>   REZ REZ acilamadi
    02  lk-red-nedeni            pic x(04).
*>   rapor: satilan giris
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional gunpas-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     accept w-simdi from time
     if address of gunpas-link = null
        set address of gunpas-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi
     move spaces to lk-red-nedeni
     perform param-oku
     open i-o gunurn
     if fs-gunurn = "35"
        close gunurn
        open output gunurn
        close gunurn
        open i-o gunurn
     end-if
     open i-o gunfyt
     if fs-gunfyt = "35"
        close gunfyt
        open output gunfyt
        close gunfyt
        open i-o gunfyt
     end-if
     open i-o gunpas
     if fs-gunpas = "35"
        close gunpas
        open output gunpas
        close gunpas
        open i-o gunpas
     end-if
     if fs-gunurn not = "00" or fs-gunfyt not = "00"
     or fs-gunpas not = "00"
        close gunurn gunfyt gunpas
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-urun
             perform urun-isle
        when lk-mod-fiyat
             perform fiyat-isle
        when lk-mod-satis
             perform satis-isle
        when lk-mod-iptal
             perform iptal-isle
        when lk-mod-giris
             perform giris-isle
        when lk-mod-cikis
             perform cikis-isle
        when lk-mod-musait
             perform musait-isle
        when lk-mod-rapor
             move lk-tarih to w-liste-tarih
             if w-liste-tarih = 0
                move w-bugun to w-liste-tarih
             end-if
             perform kapi-raporu
        when lk-mod-gece
             move w-bugun to w-liste-tarih
             perform kapi-raporu
        when other
             set lk-sonuc-hata to true
     end-evaluate
     close gunurn gunfyt gunpas
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> parametreler
*> ---------------------------------------------------------------
 param-oku.
     move "GPS" to w-gunpas-dep
     move 0 to w-ev-folio
     open input gunpas-param
     if fs-param = "00"
        perform param-satiri
                until fs-param not = "00"
        close gunpas-param
     end-if
     .

 param-satiri.
     read gunpas-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00" or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-deger1
     unstring param-satir delimited by ";"
              into w-p-tip w-p-deger1
     end-unstring
     evaluate w-p-tip
        when "FOLIO"
             compute w-ev-folio = function numval (w-p-deger1)
        when "DEP"
             move w-p-deger1 to w-gunpas-dep
     end-evaluate
     .

*> ---------------------------------------------------------------
*> urun ve fiyat tanimi
*> ---------------------------------------------------------------
 urun-isle.
     if lk-kod = spaces
        move "URUN" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-kod to gnu-kod
     read gunurn
          invalid
              initialize gnu-rec
              move lk-kod to gnu-kod
              move lk-urun-adi to gnu-adi
              move lk-kapasite to gnu-kapasite
              move lk-ogunler  to gnu-ogunler
              move lk-dep      to gnu-dep
              set gnu-aktif to true
              move lk-kllnc    to gnu-kllnc
              write gnu-rec invalid set lk-sonuc-hata to true
              end-write
              exit paragraph
     end-read
     if lk-urun-adi not = spaces
        move lk-urun-adi to gnu-adi
     end-if
     move lk-kapasite to gnu-kapasite
     move lk-ogunler  to gnu-ogunler
     move lk-dep      to gnu-dep
     set gnu-aktif to true
     if lk-ogunler = "P"
        set gnu-pasif to true
        move spaces to gnu-ogunler
     end-if
     move lk-kllnc    to gnu-kllnc
     rewrite gnu-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

 fiyat-isle.
     move lk-kod to gnu-kod
     read gunurn
          invalid move "URUN" to lk-red-nedeni
                  set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if lk-yas not = "Y" and lk-yas not = "C" and lk-yas not = "B"
        move "FYT " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-kod     to gnf-kod
     move lk-yas     to gnf-yas
     move lk-bas-tar to gnf-bas-tar
     if gnf-bas-tar = 0
        move w-bugun to gnf-bas-tar
     end-if
     read gunfyt
          invalid
              move lk-fiyat to gnf-fiyat
              move lk-kllnc to gnf-kllnc
              move w-bugun  to gnf-isl-tar
              write gnf-rec invalid set lk-sonuc-hata to true
              end-write
              exit paragraph
     end-read
     move lk-fiyat to gnf-fiyat
     move lk-kllnc to gnf-kllnc
     move w-bugun  to gnf-isl-tar
     rewrite gnf-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> urun + yas bandinin w-liste-tarih'te gecerli fiyati -> w-fiyat;
*> bulunamazsa w-bulundu "H"
 fiyat-bul.
     move "H" to w-bulundu
     move 0 to w-fiyat
     move lk-kod        to gnf-kod
     move lk-yas        to gnf-yas
     move w-liste-tarih to gnf-bas-tar
     read gunfyt
          invalid
              start gunfyt key is less than gnf-anah
                    invalid move "10" to fs-gunfyt
              end-start
              if fs-gunfyt = "00"
                 read gunfyt previous record
                      at end move "10" to fs-gunfyt
                 end-read
              end-if
     end-read
     if fs-gunfyt = "00" and gnf-kod = lk-kod and gnf-yas = lk-yas
        move gnf-fiyat to w-fiyat
        move "E" to w-bulundu
     end-if
     move "00" to fs-gunfyt
     .

*> ---------------------------------------------------------------
*> kapida satis
*> ---------------------------------------------------------------
 satis-isle.
     move w-bugun to w-liste-tarih
     if w-ev-folio = 0
        move "PARM" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-kimlik-tipi not = "T" and lk-kimlik-tipi not = "P"
     and lk-kimlik-tipi not = "E"
     or lk-kimlik-no = spaces or lk-soyadi = spaces
        move "KIML" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-odeme not = "N" and lk-odeme not = "K"
        move "ODE " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-kod to gnu-kod
     read gunurn
          invalid move "URUN" to lk-red-nedeni
                  set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if not gnu-aktif
        move "URUN" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform fiyat-bul
     if w-bulundu not = "E"
        move "FYT " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform kapasite-say
     if lk-kalan = 0
        move "DOLU" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform sira-bul
     if w-sira > 999
        move "DOLU" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform ev-folio-oku
     if lk-sonuc-hata
        exit paragraph
     end-if
     initialize gps-rec
     move w-bugun        to gps-tarih
     move w-sira         to gps-sira
     move w-sira         to w-sira3
     move spaces         to gps-bileklik
     string "G" w-sira3 delimited by size into gps-bileklik
     move lk-kod         to gps-kod
     move lk-yas         to gps-yas
     move w-fiyat        to gps-fiyat
     move lk-odeme       to gps-odeme
     move lk-kimlik-tipi to gps-kimlik-tipi
     move function upper-case (lk-kimlik-no) to gps-kimlik-no
     move lk-adi         to gps-adi
     move lk-soyadi      to gps-soyadi
     move lk-uyruk       to gps-uyruk
     move lk-telefon     to gps-telefon
     set gps-satildi to true
     set gps-tesiste to true
     move w-simdi (1:4)  to gps-giris-saat
     move 0              to gps-cikis-saat
     move lk-kllnc       to gps-kllnc
     move w-simdi        to gps-satis-saat
     if w-fiyat > 0
        move gnu-dep to w-dep
        if w-dep = spaces
           move w-gunpas-dep to w-dep
        end-if
        move w-fiyat to w-gelir-tutar
        move "GUNPAS" to w-rate-kodu
        perform gelir-satiri
        if lk-sonuc-hata
           exit paragraph
        end-if
        move w-son-fis to gps-cast-fis
     end-if
     write gps-rec invalid set lk-sonuc-hata to true
     end-write
     if lk-sonuc-hata
        exit paragraph
     end-if
     perform yemek-hakki-ac
     move "G" to zak-hareket
     perform ziyaret-aktar-yaz
     move gps-sira     to lk-sira
     move gps-bileklik to lk-bileklik
     move w-fiyat      to lk-fiyat
     move w-bugun      to lk-tarih
     if lk-kalan < 9999
        subtract 1 from lk-kalan
     end-if
     .

*> ev hesabi foliosuna gelir satiri (w-gelir-tutar, w-rate-kodu,
*> w-dep); REZ ve GUNPAS kayitlari bellektedir
 gelir-satiri.
     open i-o cast-log
     if fs-cast-log = "35"
        close cast-log
        open output cast-log
        close cast-log
        open i-o cast-log
     end-if
     if fs-cast-log not = "00"
        close cast-log
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform son-fis-bul
     initialize cast-log-rec
     move w-bugun        to cast-log-tarih
     move rez-no         to cast-log-rez-no
     move rez-odano      to cast-log-oda-no
     move 1              to cast-log-buyuk
     move 0              to cast-log-fiyati
     move w-dep          to cast-log-br-malzeme-kodu (1)
     move w-gelir-tutar  to cast-log-br-malzeme-tut (1)
     move w-rate-kodu    to cast-log-rate-kodu
     move gps-kod        to cast-log-break-kodu
     add 1 to w-son-fis
     move w-son-fis      to cast-log-fis
     write cast-log-rec
           invalid set lk-sonuc-hata to true
     end-write
     close cast-log
     .

 son-fis-bul.
     move 0 to w-son-fis
     move high-values to cast-log-fis
     start cast-log key is less than cast-log-fis
           invalid continue
     end-start
     read cast-log previous record
          at end continue
     end-read
     if fs-cast-log = "00"
        move cast-log-fis to w-son-fis
     end-if
     .

*> gunun son sirasi + 1
 sira-bul.
     move w-bugun to gps-tarih
     move 9999    to gps-sira
     start gunpas key is less than gps-anah
           invalid move "10" to fs-gunpas
     end-start
     if fs-gunpas = "00"
        read gunpas previous record
             at end move "10" to fs-gunpas
        end-read
     end-if
     if fs-gunpas = "00" and gps-tarih = w-bugun
        compute w-sira = gps-sira + 1
     else
        move 1 to w-sira
     end-if
     move "00" to fs-gunpas
     .

*> urunun w-liste-tarih'teki satilmis girisleri; GUNURN kaydi
*> bellektedir. lk-kalan kalan kapasite (sinirsizsa 9999)
 kapasite-say.
     move 0 to w-satilan
     move w-liste-tarih to gps-tarih
     move 0 to gps-sira
     start gunpas key is not less than gps-anah
           invalid move "10" to fs-gunpas
     end-start
     perform kapasite-satiri
             until fs-gunpas = "10"
     move "00" to fs-gunpas
     if gnu-kapasite = 0
        move 9999 to lk-kalan
     else
        if w-satilan >= gnu-kapasite
           move 0 to lk-kalan
        else
           compute lk-kalan = gnu-kapasite - w-satilan
        end-if
     end-if
     .

 kapasite-satiri.
     read gunpas next record
          at end move "10" to fs-gunpas
     end-read
     if fs-gunpas not = "00" and fs-gunpas not = "02"
        move "10" to fs-gunpas
     end-if
     if fs-gunpas = "10"
        exit paragraph
     end-if
     if gps-tarih not = w-liste-tarih
        move "10" to fs-gunpas
        exit paragraph
     end-if
     if gps-kod = gnu-kod and gps-satildi
        add 1 to w-satilan
     end-if
     .

*> urunun ogunleri bileklik kodu altinda gunun hak satiri olur
 yemek-hakki-ac.
     if gnu-ogunler = spaces
        exit paragraph
     end-if
     open i-o yemekhak
     if fs-yemekhak = "35"
        close yemekhak
        open output yemekhak
        close yemekhak
        open i-o yemekhak
     end-if
     if fs-yemekhak not = "00"
        close yemekhak
        exit paragraph
     end-if
     perform ogun-hakki
             varying w-o from 1 by 1 until w-o > 3
     close yemekhak
     .

 ogun-hakki.
     move gnu-ogunler (w-o:1) to w-ogun
     if w-ogun not = "K" and w-ogun not = "O" and w-ogun not = "A"
        exit paragraph
     end-if
     initialize ymh-rec
     move gps-bileklik to ymh-oda-no
     move w-bugun      to ymh-tarih
     move w-ogun       to ymh-ogun
     move 1            to ymh-hak
     move w-ev-folio   to ymh-folio
     move "AI"         to ymh-pan-tipi
     write ymh-rec
           invalid rewrite ymh-rec invalid continue end-rewrite
     end-write
     .

 ziyaret-aktar-yaz.
     open extend ziyaret-aktar
     if fs-ziyakt = "35"
        open output ziyaret-aktar
     end-if
     move gps-tarih       to zak-tarih
     if zak-hareket = "C"
        move gps-cikis-saat to zak-saat
     else
        move gps-giris-saat to zak-saat
     end-if
     move gps-kimlik-tipi to zak-kimlik-tipi
     move gps-kimlik-no   to zak-kimlik-no
     move gps-adi         to zak-adi
     move gps-soyadi      to zak-soyadi
     move gps-uyruk       to zak-uyruk
     move gps-telefon     to zak-telefon
     move "GUNUBIRLIK GIRIS" to zak-sebep
     move gps-bileklik    to zak-bileklik
     move gps-kod         to zak-urun
     write zak-satir
     close ziyaret-aktar
     .

*> ---------------------------------------------------------------
*> iptal, kapi girisi / cikisi
*> ---------------------------------------------------------------
*> satis lk-sira ile ya da bileklikle (bugun) bulunur
 satis-oku.
     if lk-bileklik not = spaces
        if lk-bileklik (1:1) not = "G"
        or lk-bileklik (2:3) is not numeric
           move "BLK " to lk-red-nedeni
           set lk-sonuc-hata to true
           exit paragraph
        end-if
        move w-bugun to gps-tarih
        move lk-bileklik (2:3) to w-sira3
        move w-sira3 to gps-sira
     else
        move lk-tarih to gps-tarih
        if gps-tarih = 0
           move w-bugun to gps-tarih
        end-if
        move lk-sira to gps-sira
     end-if
     read gunpas
          invalid move "BLK " to lk-red-nedeni
                  set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if not gps-satildi or gps-tarih not = w-bugun
        move "BLK " to lk-red-nedeni
        set lk-sonuc-hata to true
     end-if
     .

*> ev hesabi foliosunun REZ kaydi (rez-rec'te kalir)
 ev-folio-oku.
     open input rez
     if fs-rez not = "00"
        close rez
        move "REZ " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move w-ev-folio to rez-no
     read rez
          invalid move "PARM" to lk-red-nedeni
                  set lk-sonuc-hata to true
     end-read
     close rez
     .

 iptal-isle.
     perform satis-oku
     if lk-sonuc-hata
        exit paragraph
     end-if
     if gps-fiyat > 0
        perform ev-folio-oku
        if lk-sonuc-hata
           exit paragraph
        end-if
        move gps-kod to gnu-kod
        read gunurn
             invalid move spaces to gnu-dep
        end-read
        move gnu-dep to w-dep
        if w-dep = spaces
           move w-gunpas-dep to w-dep
        end-if
        compute w-gelir-tutar = 0 - gps-fiyat
        move "GUNPASIP" to w-rate-kodu
        perform gelir-satiri
        if lk-sonuc-hata
           exit paragraph
        end-if
     end-if
     perform yemek-hakki-kapat
     set gps-iptal to true
     set gps-cikti to true
     move w-simdi (1:4) to gps-cikis-saat
     move lk-kllnc to gps-kllnc
     rewrite gps-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> iptal edilen bilekligin kullanilmamis hakki kapanir
 yemek-hakki-kapat.
     open i-o yemekhak
     if fs-yemekhak not = "00"
        close yemekhak
        exit paragraph
     end-if
     perform ogun-kapat
             varying w-o from 1 by 1 until w-o > 3
     close yemekhak
     .

 ogun-kapat.
     move gps-bileklik to ymh-oda-no
     move gps-tarih    to ymh-tarih
     move w-ogun-kodlari (w-o:1) to ymh-ogun
     read yemekhak
          invalid exit paragraph
     end-read
     move ymh-kullanilan to ymh-hak
     rewrite ymh-rec invalid continue end-rewrite
     .

 giris-isle.
     perform satis-oku
     if lk-sonuc-hata
        exit paragraph
     end-if
     if gps-tesiste
        exit paragraph
     end-if
     set gps-tesiste to true
     move w-simdi (1:4) to gps-giris-saat
     move 0 to gps-cikis-saat
     rewrite gps-rec invalid set lk-sonuc-hata to true
     end-rewrite
     move "G" to zak-hareket
     perform ziyaret-aktar-yaz
     .

 cikis-isle.
     perform satis-oku
     if lk-sonuc-hata
        exit paragraph
     end-if
     if gps-cikti
        exit paragraph
     end-if
     set gps-cikti to true
     move w-simdi (1:4) to gps-cikis-saat
     rewrite gps-rec invalid set lk-sonuc-hata to true
     end-rewrite
     move "C" to zak-hareket
     perform ziyaret-aktar-yaz
     .

 musait-isle.
     move lk-tarih to w-liste-tarih
     if w-liste-tarih = 0
        move w-bugun to w-liste-tarih
     end-if
     move lk-kod to gnu-kod
     read gunurn
          invalid move "URUN" to lk-red-nedeni
                  set lk-sonuc-hata to true
                  exit paragraph
     end-read
     perform kapasite-say
     .

*> ---------------------------------------------------------------
*> kapi raporu (w-liste-tarih)
*> ---------------------------------------------------------------
 kapi-raporu.
     move 0 to w-urun-sayisi w-nakit w-kart
     move 0 to w-top-satilan w-top-tesiste
     move low-values to gnu-kod
     start gunurn key is not less than gnu-kod
           invalid move "10" to fs-gunurn
     end-start
     perform urun-yukle
             until fs-gunurn = "10"
     open output gunpas-rapor
     move spaces to gunpas-rapor-satir
     string "GUNUBIRLIK GIRIS KAPI RAPORU - " w-liste-tarih
            delimited by size into gunpas-rapor-satir
     write gunpas-rapor-satir
     move all "-" to gunpas-rapor-satir
     write gunpas-rapor-satir
     move spaces to gunpas-rapor-satir
     string "TESISTEKI ZIYARETCILER"
            delimited by size into gunpas-rapor-satir
     write gunpas-rapor-satir
     move spaces to gunpas-rapor-satir
     string "BLK  URUN SOYADI               ADI                  "
            "KIMLIK                GIRIS"
            delimited by size into gunpas-rapor-satir
     write gunpas-rapor-satir
     move w-liste-tarih to gps-tarih
     move 0 to gps-sira
     start gunpas key is not less than gps-anah
           invalid move "10" to fs-gunpas
     end-start
     perform rapor-satiri
             until fs-gunpas = "10"
     move "00" to fs-gunpas
     move spaces to gunpas-rapor-satir
     write gunpas-rapor-satir
     move spaces to gunpas-rapor-satir
     string "URUN ADI                           SATILAN IPTAL"
            "  TESISTE  KAPASITE  KALAN        TUTAR"
            delimited by size into gunpas-rapor-satir
     write gunpas-rapor-satir
     perform urun-satiri
             varying w-u from 1 by 1 until w-u > w-urun-sayisi
     move spaces to gunpas-rapor-satir
     write gunpas-rapor-satir
     move w-top-satilan to w-sayi-ed
     move spaces to gunpas-rapor-satir
     string "SATILAN GIRIS     " w-sayi-ed
            delimited by size into gunpas-rapor-satir
     write gunpas-rapor-satir
     move w-top-tesiste to w-sayi-ed
     move spaces to gunpas-rapor-satir
     string "TESISTE ZIYARETCI " w-sayi-ed
            delimited by size into gunpas-rapor-satir
     write gunpas-rapor-satir
     move w-nakit to w-tutar-ed
     move spaces to gunpas-rapor-satir
     string "NAKIT TAHSILAT    " w-tutar-ed
            delimited by size into gunpas-rapor-satir
     write gunpas-rapor-satir
     move w-kart to w-tutar-ed
     move spaces to gunpas-rapor-satir
     string "KART TAHSILAT     " w-tutar-ed
            delimited by size into gunpas-rapor-satir
     write gunpas-rapor-satir
     close gunpas-rapor
     move w-top-satilan to lk-sayi
     .

 urun-yukle.
     read gunurn next record
          at end move "10" to fs-gunurn
     end-read
     if fs-gunurn not = "00" and fs-gunurn not = "02"
        move "10" to fs-gunurn
     end-if
     if fs-gunurn = "10" or w-urun-sayisi >= 100
        exit paragraph
     end-if
     add 1 to w-urun-sayisi
     move gnu-kod      to w-u-kod (w-urun-sayisi)
     move gnu-adi      to w-u-adi (w-urun-sayisi)
     move gnu-kapasite to w-u-kapasite (w-urun-sayisi)
     move 0 to w-u-satilan (w-urun-sayisi) w-u-iptal (w-urun-sayisi)
               w-u-tesiste (w-urun-sayisi) w-u-tutar (w-urun-sayisi)
     .

 rapor-satiri.
     read gunpas next record
          at end move "10" to fs-gunpas
     end-read
     if fs-gunpas not = "00" and fs-gunpas not = "02"
        move "10" to fs-gunpas
     end-if
     if fs-gunpas = "10"
        exit paragraph
     end-if
     if gps-tarih not = w-liste-tarih
        move "10" to fs-gunpas
        exit paragraph
     end-if
     move "H" to w-bulundu
     perform urun-ara
             varying w-u from 1 by 1
             until w-u > w-urun-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-u
     end-if
     if gps-iptal
        if w-bulundu = "E"
           add 1 to w-u-iptal (w-u)
        end-if
        exit paragraph
     end-if
     add 1 to w-top-satilan
     if gps-nakit
        add gps-fiyat to w-nakit
     else
        add gps-fiyat to w-kart
     end-if
     if w-bulundu = "E"
        add 1 to w-u-satilan (w-u)
        add gps-fiyat to w-u-tutar (w-u)
     end-if
     if not gps-tesiste
        exit paragraph
     end-if
     add 1 to w-top-tesiste
     if w-bulundu = "E"
        add 1 to w-u-tesiste (w-u)
     end-if
     move gps-giris-saat to w-saat-ed
     move spaces to gunpas-rapor-satir
     move gps-bileklik    to gunpas-rapor-satir (1:4)
     move gps-kod         to gunpas-rapor-satir (6:4)
     move gps-soyadi      to gunpas-rapor-satir (11:20)
     move gps-adi         to gunpas-rapor-satir (32:20)
     move gps-kimlik-no   to gunpas-rapor-satir (53:20)
     move w-saat-ed       to gunpas-rapor-satir (75:5)
     write gunpas-rapor-satir
     .

 urun-ara.
     if w-u-kod (w-u) = gps-kod
        move "E" to w-bulundu
     end-if
     .

 urun-satiri.
     move spaces to gunpas-rapor-satir
     move w-u-kod (w-u)     to gunpas-rapor-satir (1:4)
     move w-u-adi (w-u)     to gunpas-rapor-satir (6:30)
     move w-u-satilan (w-u) to w-sayi-ed
     move w-sayi-ed         to gunpas-rapor-satir (37:5)
     move w-u-iptal (w-u)   to w-sayi-ed
     move w-sayi-ed         to gunpas-rapor-satir (43:5)
     move w-u-tesiste (w-u) to w-sayi-ed
     move w-sayi-ed         to gunpas-rapor-satir (51:5)
     if w-u-kapasite (w-u) = 0
        move "SINIRSIZ"     to gunpas-rapor-satir (59:8)
     else
        move w-u-kapasite (w-u) to w-sayi-ed
        move w-sayi-ed      to gunpas-rapor-satir (61:5)
        compute w-kalan = w-u-kapasite (w-u) - w-u-satilan (w-u)
        move w-kalan        to w-kalan-ed
        move w-kalan-ed     to gunpas-rapor-satir (68:6)
        if w-kalan <= 0
           move "DOLU"      to gunpas-rapor-satir (89:4)
        end-if
     end-if
     move w-u-tutar (w-u)   to w-tutar-ed
     move w-tutar-ed        to gunpas-rapor-satir (75:12)
     write gunpas-rapor-satir
     .
