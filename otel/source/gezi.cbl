*> gezi.cbl
*> Gezi (excursion) masasi satisi ve operator mutabakati. Misafir
*> iliskileri masasi tekne turu, jeep safari, Pamukkale gibi gunluk
*> gezileri yerel operatorlerden kagit biletle satiyor, nakit
*> cekmeceye giriyor ve ay sonu komisyon hesabi operatorle tartisma
*> konusu oluyordu. Bu program GEZKAT (katalog) ve GEZBIL (bilet)
*> dosyalarini isletir:
*>   - lk-mod-katalog: tur acilir/guncellenir (ad, operatorun CARI
*>     kodu, yetiskin / cocuk fiyati, komisyon yuzdesi, alis saati,
*>     kapasite - 0 sinirsiz; lk-durum P turu satisa kapatir),
*>   - lk-mod-satis: otelde kalan misafire bilet (lk-tarih tur
*>     gunu, bos ise yarin). Odeme F folioya (CAST-log'a gezi.prm
*>     DEP departmaniyla borc satiri, rate-kodu GEZI), N nakit,
*>     K kart; nakit / kartta rezervasyonsuz (ziyaretci) satis da
*>     yapilir. Kapasite doluysa lk-sonuc-dolu doner,
*>   - lk-mod-iptal: tur gunu gelmemis, mutabakati yapilmamis bilet
*>     iptal edilir; folio biletinin CAST-log satiri ters kayitla
*>     (rate-kodu GEZIIPT) geri alinir, nakit / kart iadesi gunluk
*>     kasa dokumune duser,
*>   - lk-mod-manifest: lk-tarih (bos ise yarin) tur basina alis
*>     listesi - alis yeri ve oda sirasiyla - gezi.txt'ye,
*>   - lk-mod-kasa: lk-tarih (bos ise bugun) masa kasasi - odeme
*>     turu basina satis ve iade, cekmecedeki net nakit -
*>     gezikasa.txt'ye,
*>   - lk-mod-mutabakat: lk-yil/lk-ay (bos ise gecen ay) turu
*>     yapilmis biletlerden operator basina brut satis, komisyonumuz
*>     ve operatore borc; borc operatorun CARI'sine acik kalem
*>     (eksi tutar) ve cari-BAKIYE olarak yazilir, biletler donemle
*>     damgalanir ve ikinci calismada tekrar yazilmaz. lk-operator
*>     dolu ise yalniz o operator. Dokum gezmut.txt'ye,
*>   - lk-mod-gece (gecedrv varsayilani): yarinin manifesti ve
*>     bugunun masa kasasi basilir.
*> gezi.prm satirlari: DEP;departman (varsayilan GEZ),
*> VADE;gun (operator borcunun vadesi, varsayilan 15).
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. gezi.
environment division.
input-output section.
file-control.
     copy "gezkat.sel.cpy".

     copy "gezbil.sel.cpy".

     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     copy "cari.sel.cpy".

     copy "cariacik.sel.cpy".

     select gezi-param assign to random
            gezi-param-dosya
            organization line sequential
            file status is fs-param.

     select gezi-rapor assign to random
            gezi-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "gezkat.lib.cpy".

 copy "gezbil.lib.cpy".

 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

 copy "cari.lib.cpy".

 copy "cariacik.lib.cpy".

fd  gezi-param.
01  param-satir                  pic x(80).

fd  gezi-rapor.
01  gezi-rapor-satir             pic x(132).

working-storage section.
01  gezkat-dosya                 pic x(200) value "gezkat.dat".
01  gezbil-dosya                 pic x(200) value "gezbil.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  cari-dosya                   pic x(200) value "cari.dat".
01  cariacik-dosya               pic x(200) value "cariacik.dat".
01  gezi-param-dosya             pic x(200) value "gezi.prm".
01  gezi-rapor-dosya             pic x(200) value "gezi.txt".
01  fs-gezkat                    pic xx.
01  fs-gezbil                    pic xx.
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-cari                      pic xx.
01  fs-cariacik                  pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-r redefines w-bugun.
    02  w-bugun-yil              pic 9(04).
    02  w-bugun-ay               pic 9(02).
    02  filler                   pic 9(02).
01  w-simdi                      pic 9(08).
01  w-yarin                      pic 9(08).
01  w-p-tip                      pic x(10).
01  w-p-deger1                   pic x(10).

01  w-gezi-dep                   pic x(03).
01  w-vade-gun                   pic 9(03).
01  w-liste-tarih                pic 9(08).
01  w-son-no                     pic 9(08).
01  w-son-fis                    pic 9(10).
01  w-sira                       pic 9(06).
01  w-dolu                       pic 9(05).
01  w-tutar                      pic s9(11)v99.
01  w-ay-bas                     pic 9(08).
01  w-ay-bit                     pic 9(08).
01  w-donem                      pic 9(06).
01  w-bulundu                    pic x(01).
01  w-onceki-tur                 pic x(04).

*> manifest (tur + alis yeri + oda sirali)
01  w-liste.
    02  w-lst-satir              occurs 1000 times.
        03  w-lst-anah.
            04  w-lst-tur        pic x(04).
            04  w-lst-yer        pic x(20).
            04  w-lst-oda        pic x(04).
        03  w-lst-no             pic 9(08).
01  w-lst-yeni.
    02  w-yeni-anah.
        03  w-yeni-tur           pic x(04).
        03  w-yeni-yer           pic x(20).
        03  w-yeni-oda           pic x(04).
    02  w-yeni-no                pic 9(08).
01  w-lst-sayisi                 pic 9(04).
01  w-lst-ix                     pic 9(04).
01  w-lst-poz                    pic 9(04).
01  w-tur-yetiskin               pic 9(05).
01  w-tur-cocuk                  pic 9(05).

*> masa kasasi (F folio / N nakit / K kart)
01  w-kasa.
    02  w-ks                     occurs 3 times.
        03  w-ks-satis-adet      pic 9(05).
        03  w-ks-satis-tutar     pic s9(11)v99.
        03  w-ks-iade-adet       pic 9(05).
        03  w-ks-iade-tutar      pic s9(11)v99.
01  w-ks-ix                      pic 9(01).
01  w-odeme-adlari.
    02  filler                   pic x(06) value "FOLIO ".
    02  filler                   pic x(06) value "NAKIT ".
    02  filler                   pic x(06) value "KART  ".
01  w-odeme-adlari-r redefines w-odeme-adlari.
    02  w-odeme-adi              pic x(06) occurs 3 times.

*> mutabakat (operator + tur sirali)
01  w-mutabakat.
    02  w-mt                     occurs 300 times.
        03  w-mt-anah.
            04  w-mt-operator    pic x(10).
            04  w-mt-tur         pic x(04).
        03  w-mt-bilet           pic 9(05).
        03  w-mt-kisi            pic 9(06).
        03  w-mt-brut            pic s9(11)v99.
        03  w-mt-komisyon        pic s9(11)v99.
01  w-mt-yeni.
    02  w-mty-anah.
        03  w-mty-operator       pic x(10).
        03  w-mty-tur            pic x(04).
    02  w-mty-bilet              pic 9(05).
    02  w-mty-kisi               pic 9(06).
    02  w-mty-brut               pic s9(11)v99.
    02  w-mty-komisyon           pic s9(11)v99.
01  w-mt-sayisi                  pic 9(03).
01  w-mt-ix                      pic 9(03).
01  w-mt-poz                     pic 9(03).
*> islenen operatorler (biletleri damgalanir)
01  w-islenen.
    02  w-isl-operator           pic x(10) occurs 100 times.
01  w-isl-sayisi                 pic 9(03).
01  w-isl-ix                     pic 9(03).
01  w-op-bilet                   pic 9(05).
01  w-op-kisi                    pic 9(06).
01  w-op-brut                    pic s9(11)v99.
01  w-op-komisyon                pic s9(11)v99.
01  w-op-borc                    pic s9(11)v99.
01  w-op-durum                   pic x(20).
01  w-gn-brut                    pic s9(11)v99.
01  w-gn-komisyon                pic s9(11)v99.
01  w-gn-borc                    pic s9(11)v99.

01  w-sayi-ed                    pic z(4)9.
01  w-kisi-ed                    pic z(5)9.
01  w-tutar-ed                   pic z(10)9.99-.
01  w-tutar2-ed                  pic z(10)9.99-.
01  w-tutar3-ed                  pic z(10)9.99-.
01  w-saat-ed                    pic 99b99.

01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic x(44) value spaces.
    02  filler                   pic 9(18) value 0.
    02  filler                   pic 9(11) value 0.
    02  filler                   pic x(01) value space.
    02  filler                   pic 9(16) value 0.
    02  filler                   pic 9(04) value 0.
    02  filler                   pic x(21) value spaces.
    02  filler                   pic 9(25) value 0.
    02  filler                   pic x(10) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  gezi-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-katalog           value "K".
        88  lk-mod-satis             value "S".
        88  lk-mod-iptal             value "I".
        88  lk-mod-manifest          value "M".
        88  lk-mod-kasa              value "D".
        88  lk-mod-mutabakat         value "A".
        88  lk-mod-gece              value "G".
    02  lk-tur-kod               pic x(04).
    02  lk-adi                   pic x(30).
    02  lk-operator              pic x(10).
    02  lk-yetiskin-fiyat        pic 9(07)v99.
    02  lk-cocuk-fiyat           pic 9(07)v99.
    02  lk-komisyon-oran         pic 9(02)v99.
    02  lk-alis-saati            pic 9(04).
    02  lk-kapasite              pic 9(03).
    02  lk-durum                 pic x(01).
*>   satis: tur gunu; manifest / kasa: liste gunu
    02  lk-tarih                 pic 9(08).
    02  lk-rez-no                pic 9(08).
    02  lk-yetiskin              pic 9(02).
    02  lk-cocuk                 pic 9(02).
    02  lk-odeme                 pic x(01).
    02  lk-alis-yeri             pic x(20).
    02  lk-bilet-no              pic 9(08).
    02  lk-tutar                 pic 9(09)v99.
    02  lk-yil                   pic 9(04).
    02  lk-ay                    pic 9(02).
    02  lk-kllnc                 pic x(10).
*>   manifest: bilet; mutabakat: islenen operator
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-bulunamadi      value "B".
        88  lk-sonuc-dolu            value "D".
        88  lk-sonuc-hata            value "H".

procedure division using optional gezi-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     accept w-simdi from time
     if address of gezi-link = null
        set address of gezi-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi
     compute w-yarin = function date-of-integer
             (function integer-of-date (w-bugun) + 1)
     perform param-oku
     open i-o gezkat
     if fs-gezkat = "35"
        close gezkat
        open output gezkat
        close gezkat
        open i-o gezkat
     end-if
     open i-o gezbil
     if fs-gezbil = "35"
        close gezbil
        open output gezbil
        close gezbil
        open i-o gezbil
     end-if
     if fs-gezkat not = "00" or fs-gezbil not = "00"
        close gezkat gezbil
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-katalog
             perform katalog-isle
        when lk-mod-satis
             perform satis-isle
        when lk-mod-iptal
             perform iptal-isle
        when lk-mod-manifest
             move lk-tarih to w-liste-tarih
             if w-liste-tarih = 0
                move w-yarin to w-liste-tarih
             end-if
             perform manifest
        when lk-mod-kasa
             move lk-tarih to w-liste-tarih
             if w-liste-tarih = 0
                move w-bugun to w-liste-tarih
             end-if
             perform masa-kasasi
        when lk-mod-mutabakat
             perform mutabakat
        when lk-mod-gece
             move w-yarin to w-liste-tarih
             perform manifest
             move w-bugun to w-liste-tarih
             perform masa-kasasi
        when other
             set lk-sonuc-hata to true
     end-evaluate
     close gezkat gezbil
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> parametreler
*> ---------------------------------------------------------------
 param-oku.
     move "GEZ" to w-gezi-dep
     move 15 to w-vade-gun
     open input gezi-param
     if fs-param = "00"
        perform param-satiri
                until fs-param not = "00"
        close gezi-param
     end-if
     .

 param-satiri.
     read gezi-param
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
        when "DEP"
             move w-p-deger1 to w-gezi-dep
        when "VADE"
             compute w-vade-gun = function numval (w-p-deger1)
     end-evaluate
     .

*> ---------------------------------------------------------------
*> katalog
*> ---------------------------------------------------------------
 katalog-isle.
     if lk-tur-kod = spaces or lk-operator = spaces
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-yetiskin-fiyat = 0 or lk-komisyon-oran > 99
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open input cari
     if fs-cari not = "00"
        close cari
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-operator to cari-kodu
     read cari
          invalid set lk-sonuc-bulunamadi to true
     end-read
     close cari
     if not lk-sonuc-tamam
        exit paragraph
     end-if
     move lk-tur-kod to gzk-kod
     read gezkat
          invalid
              initialize gzk-rec
              move lk-tur-kod to gzk-kod
              move "H" to w-bulundu
          not invalid
              move "E" to w-bulundu
     end-read
     move lk-adi            to gzk-adi
     move lk-operator       to gzk-operator
     move lk-yetiskin-fiyat to gzk-yetiskin-fiyat
     move lk-cocuk-fiyat    to gzk-cocuk-fiyat
     move lk-komisyon-oran  to gzk-komisyon-oran
     move lk-alis-saati     to gzk-alis-saati
     move lk-kapasite       to gzk-kapasite
     move lk-durum          to gzk-durum
     if not gzk-pasif
        set gzk-aktif to true
     end-if
     if w-bulundu = "E"
        rewrite gzk-rec invalid set lk-sonuc-hata to true
        end-rewrite
     else
        write gzk-rec invalid set lk-sonuc-hata to true
        end-write
     end-if
     .

*> ---------------------------------------------------------------
*> satis ve iptal
*> ---------------------------------------------------------------
 satis-isle.
     if lk-tarih = 0
        move w-yarin to lk-tarih
     end-if
     if lk-tarih < w-bugun
     or lk-yetiskin + lk-cocuk = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-odeme not = "F" and lk-odeme not = "N"
     and lk-odeme not = "K"
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-odeme = "F" and lk-rez-no = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-tur-kod to gzk-kod
     read gezkat
          invalid
              set lk-sonuc-bulunamadi to true
              exit paragraph
     end-read
     if not gzk-aktif
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if gzk-kapasite > 0
        perform doluluk-hesapla
        if w-dolu + lk-yetiskin + lk-cocuk > gzk-kapasite
           set lk-sonuc-dolu to true
           exit paragraph
        end-if
     end-if
     initialize rez-rec
     if lk-rez-no not = 0
        open input rez
        if fs-rez not = "00"
           close rez
           set lk-sonuc-hata to true
           exit paragraph
        end-if
        move lk-rez-no to rez-no
        read rez
             invalid set lk-sonuc-bulunamadi to true
        end-read
        close rez
        if not lk-sonuc-tamam
           exit paragraph
        end-if
*>      otelde kalan misafir: giris yapmis, tur gunu cikistan once
        if rez-iptal-oldu or rez-no-show or rez-odano = spaces
        or rez-gir-tar > w-bugun or rez-cik-tar < w-bugun
        or rez-cik-tar < lk-tarih
           set lk-sonuc-hata to true
           exit paragraph
        end-if
        if lk-odeme = "F" and rez-no-post not = 0
           set lk-sonuc-hata to true
           exit paragraph
        end-if
     end-if
     perform son-no-bul
     initialize gzb-rec
     compute gzb-no = w-son-no + 1
     move lk-tarih          to gzb-tarih
     move gzk-kod           to gzb-tur-kod
     move gzk-operator      to gzb-operator
     move lk-rez-no         to gzb-rez-no
     if lk-rez-no not = 0
        move rez-odano to gzb-odano
        string rez-adi delimited by "  " " " rez-soyadi
               delimited by size into gzb-adi
     else
        move lk-adi to gzb-adi
     end-if
     move lk-yetiskin       to gzb-yetiskin
     move lk-cocuk          to gzb-cocuk
     move lk-alis-yeri      to gzb-alis-yeri
     if gzb-alis-yeri = spaces
        move "LOBI" to gzb-alis-yeri
     end-if
     move gzk-alis-saati    to gzb-alis-saati
     compute gzb-tutar = lk-yetiskin * gzk-yetiskin-fiyat
                       + lk-cocuk * gzk-cocuk-fiyat
     compute gzb-komisyon rounded =
             gzb-tutar * gzk-komisyon-oran / 100
     move lk-odeme          to gzb-odeme
     set gzb-satildi to true
     move w-bugun           to gzb-satis-tarih
     move w-simdi (1:6)     to gzb-satis-saat
     move lk-kllnc          to gzb-kllnc
     if gzb-folio
        open i-o cast-log
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
        move lk-yetiskin    to cast-log-buyuk
        move lk-cocuk       to cast-log-kucuk
        move 0              to cast-log-fiyati
        move w-gezi-dep     to cast-log-br-malzeme-kodu (1)
        move gzb-tutar      to cast-log-br-malzeme-tut (1)
        move "GEZI"         to cast-log-rate-kodu
        add 1 to w-son-fis
        move w-son-fis      to cast-log-fis
        write cast-log-rec
              invalid set lk-sonuc-hata to true
        end-write
        close cast-log
        if not lk-sonuc-tamam
           exit paragraph
        end-if
        move w-son-fis to gzb-cast-fis
     end-if
     write gzb-rec invalid set lk-sonuc-hata to true
     end-write
     move gzb-no    to lk-bilet-no
     move gzb-tutar to lk-tutar
     .

*> tur gunu + tur icin satilmis kisi sayisi -> w-dolu
 doluluk-hesapla.
     move 0 to w-dolu
     move lk-tarih to gzb-tarih
     move gzk-kod  to gzb-tur-kod
     start gezbil key is not less than gzb-tur-anah
           invalid move "10" to fs-gezbil
     end-start
     perform doluluk-satiri
             until fs-gezbil = "10"
     move "00" to fs-gezbil
     .

 doluluk-satiri.
     read gezbil next record
          at end move "10" to fs-gezbil
     end-read
     if fs-gezbil not = "00" and fs-gezbil not = "02"
        move "10" to fs-gezbil
     end-if
     if fs-gezbil = "10"
        exit paragraph
     end-if
     if gzb-tarih not = lk-tarih or gzb-tur-kod not = gzk-kod
        move "10" to fs-gezbil
        exit paragraph
     end-if
     if gzb-satildi
        add gzb-yetiskin gzb-cocuk to w-dolu
     end-if
     .

 son-no-bul.
     move 0 to w-son-no
     move high-values to gzb-no
     start gezbil key is less than gzb-no
           invalid continue
           not invalid
               read gezbil previous record
                    at end continue
               end-read
               if fs-gezbil = "00"
                  move gzb-no to w-son-no
               end-if
     end-start
     move "00" to fs-gezbil
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

 iptal-isle.
     move lk-bilet-no to gzb-no
     read gezbil
          invalid
              set lk-sonuc-bulunamadi to true
              exit paragraph
     end-read
     if not gzb-satildi or gzb-mutabakat-donem not = 0
     or gzb-tarih < w-bugun
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move 0 to w-son-fis
     if gzb-folio
        open i-o cast-log
        if fs-cast-log not = "00"
           close cast-log
           set lk-sonuc-hata to true
           exit paragraph
        end-if
        perform son-fis-bul
        initialize cast-log-rec
        move w-bugun        to cast-log-tarih
        move gzb-rez-no     to cast-log-rez-no
        move gzb-odano      to cast-log-oda-no
        move gzb-yetiskin   to cast-log-buyuk
        move gzb-cocuk      to cast-log-kucuk
        move 0              to cast-log-fiyati
        move w-gezi-dep     to cast-log-br-malzeme-kodu (1)
        compute cast-log-br-malzeme-tut (1) = 0 - gzb-tutar
        move "GEZIIPT"      to cast-log-rate-kodu
        add 1 to w-son-fis
        move w-son-fis      to cast-log-fis
        write cast-log-rec
              invalid set lk-sonuc-hata to true
        end-write
        close cast-log
        if not lk-sonuc-tamam
           exit paragraph
        end-if
     end-if
     set gzb-iptal to true
     move w-bugun   to gzb-iptal-tarih
     move w-son-fis to gzb-iptal-fis
     move lk-kllnc  to gzb-iptal-kllnc
     rewrite gzb-rec invalid set lk-sonuc-hata to true
     end-rewrite
     move gzb-tutar to lk-tutar
     .

*> ---------------------------------------------------------------
*> alis listesi (manifest)
*> ---------------------------------------------------------------
 manifest.
     move 0 to w-lst-sayisi
     move "gezi.txt" to gezi-rapor-dosya
     open output gezi-rapor
     move spaces to gezi-rapor-satir
     string "GEZI ALIS LISTESI - " w-liste-tarih
            "   (" w-bugun ")"
            delimited by size into gezi-rapor-satir
     write gezi-rapor-satir
     move w-liste-tarih to gzb-tarih
     move low-values    to gzb-tur-kod
     start gezbil key is not less than gzb-tur-anah
           invalid move "10" to fs-gezbil
     end-start
     perform manifest-topla
             until fs-gezbil = "10"
     move "00" to fs-gezbil
     move spaces to w-onceki-tur
     move 0 to w-tur-yetiskin w-tur-cocuk
     perform manifest-yaz
             varying w-lst-ix from 1 by 1
             until w-lst-ix > w-lst-sayisi
     if w-onceki-tur not = spaces
        perform tur-toplami
     end-if
     if w-lst-sayisi = 0
        move "BU GUN ICIN SATILMIS GEZI YOK" to gezi-rapor-satir
        write gezi-rapor-satir
     end-if
     close gezi-rapor
     move w-lst-sayisi to lk-sayi
     .

 manifest-topla.
     read gezbil next record
          at end move "10" to fs-gezbil
     end-read
     if fs-gezbil not = "00" and fs-gezbil not = "02"
        move "10" to fs-gezbil
     end-if
     if fs-gezbil = "10"
        exit paragraph
     end-if
     if gzb-tarih not = w-liste-tarih
        move "10" to fs-gezbil
        exit paragraph
     end-if
     if not gzb-satildi
        exit paragraph
     end-if
     move gzb-tur-kod   to w-yeni-tur
     move gzb-alis-yeri to w-yeni-yer
     move gzb-odano     to w-yeni-oda
     move gzb-no        to w-yeni-no
     perform listeye-ekle
     .

*> tur + alis yeri + oda sirasina gore yerine yerlestirme
 listeye-ekle.
     if w-lst-sayisi >= 1000
        exit paragraph
     end-if
     move 1 to w-lst-poz
     perform yer-ara
             until w-lst-poz > w-lst-sayisi
                or w-lst-anah (w-lst-poz) > w-yeni-anah
     add 1 to w-lst-sayisi
     perform satir-kaydir
             varying w-lst-ix from w-lst-sayisi by -1
             until w-lst-ix <= w-lst-poz
     move w-lst-yeni to w-lst-satir (w-lst-poz)
     .

 yer-ara.
     add 1 to w-lst-poz
     .

 satir-kaydir.
     move w-lst-satir (w-lst-ix - 1) to w-lst-satir (w-lst-ix)
     .

 manifest-yaz.
     move w-lst-no (w-lst-ix) to gzb-no
     read gezbil
          invalid exit paragraph
     end-read
     if gzb-tur-kod not = w-onceki-tur
        if w-onceki-tur not = spaces
           perform tur-toplami
        end-if
        perform tur-basligi
     end-if
     add gzb-yetiskin to w-tur-yetiskin
     add gzb-cocuk    to w-tur-cocuk
     move spaces to gezi-rapor-satir
     string gzb-alis-yeri " " gzb-odano " " gzb-no " "
            gzb-adi (1:30) "  " gzb-yetiskin "   " gzb-cocuk
            "   " gzb-odeme
            delimited by size into gezi-rapor-satir
     write gezi-rapor-satir
     .

 tur-basligi.
     move gzb-tur-kod to w-onceki-tur gzk-kod
     read gezkat
          invalid
              move spaces to gzk-adi gzk-operator
              move 0 to gzk-alis-saati
     end-read
     move gzk-alis-saati to w-saat-ed
     move spaces to gezi-rapor-satir
     write gezi-rapor-satir
     move spaces to gezi-rapor-satir
     string "TUR " gzk-kod " " gzk-adi "  OPERATOR " gzk-operator
            "  ALIS SAATI " w-saat-ed
            delimited by size into gezi-rapor-satir
     write gezi-rapor-satir
     move spaces to gezi-rapor-satir
     string "ALIS YERI            ODA  BILET    MISAFIR         "
            "                YET  COC  ODEME"
            delimited by size into gezi-rapor-satir
     write gezi-rapor-satir
     move all "-" to gezi-rapor-satir
     write gezi-rapor-satir
     move 0 to w-tur-yetiskin w-tur-cocuk
     .

 tur-toplami.
     move spaces to gezi-rapor-satir
     string "TOPLAM YETISKIN " w-tur-yetiskin
            "  COCUK " w-tur-cocuk
            delimited by size into gezi-rapor-satir
     write gezi-rapor-satir
     .

*> ---------------------------------------------------------------
*> masa kasasi
*> ---------------------------------------------------------------
 masa-kasasi.
     initialize w-kasa
     move "gezikasa.txt" to gezi-rapor-dosya
     open output gezi-rapor
     move spaces to gezi-rapor-satir
     string "GEZI MASASI KASA DOKUMU - " w-liste-tarih
            delimited by size into gezi-rapor-satir
     write gezi-rapor-satir
     move spaces to gezi-rapor-satir
     string "BILET    TUR  ODA  MISAFIR                       "
            " ODEME  ISLEM        TUTAR KULLANICI"
            delimited by size into gezi-rapor-satir
     write gezi-rapor-satir
     move all "-" to gezi-rapor-satir
     write gezi-rapor-satir
*>   gunun satislari
     move w-liste-tarih to gzb-satis-tarih
     start gezbil key is not less than gzb-satis-tarih
           invalid move "10" to fs-gezbil
     end-start
     perform kasa-satis-satiri
             until fs-gezbil = "10"
     move "00" to fs-gezbil
*>   gunun iadeleri: iptal tur gunune kadar yapilabildiginden
*>   iptal edilen bilet tur gunu o gun ya da sonradir
     move w-liste-tarih to gzb-tarih
     move low-values    to gzb-tur-kod
     start gezbil key is not less than gzb-tur-anah
           invalid move "10" to fs-gezbil
     end-start
     perform kasa-iade-satiri
             until fs-gezbil = "10"
     move "00" to fs-gezbil
     move all "-" to gezi-rapor-satir
     write gezi-rapor-satir
     perform kasa-toplami
             varying w-ks-ix from 1 by 1
             until w-ks-ix > 3
     compute w-tutar = w-ks-satis-tutar (2) - w-ks-iade-tutar (2)
     move w-tutar to w-tutar-ed
     move spaces to gezi-rapor-satir
     string "CEKMECEDE OLMASI GEREKEN NAKIT   " w-tutar-ed
            delimited by size into gezi-rapor-satir
     write gezi-rapor-satir
     close gezi-rapor
     move "gezi.txt" to gezi-rapor-dosya
     .

 kasa-satis-satiri.
     read gezbil next record
          at end move "10" to fs-gezbil
     end-read
     if fs-gezbil not = "00" and fs-gezbil not = "02"
        move "10" to fs-gezbil
     end-if
     if fs-gezbil = "10"
        exit paragraph
     end-if
     if gzb-satis-tarih not = w-liste-tarih
        move "10" to fs-gezbil
        exit paragraph
     end-if
     perform odeme-ix-bul
     add 1 to w-ks-satis-adet (w-ks-ix)
     add gzb-tutar to w-ks-satis-tutar (w-ks-ix)
     move gzb-tutar to w-tutar-ed
     move spaces to gezi-rapor-satir
     string gzb-no " " gzb-tur-kod " " gzb-odano " "
            gzb-adi (1:30) " " w-odeme-adi (w-ks-ix) " SATIS"
            w-tutar-ed " " gzb-kllnc
            delimited by size into gezi-rapor-satir
     write gezi-rapor-satir
     .

 kasa-iade-satiri.
     read gezbil next record
          at end move "10" to fs-gezbil
     end-read
     if fs-gezbil not = "00" and fs-gezbil not = "02"
        move "10" to fs-gezbil
     end-if
     if fs-gezbil = "10"
        exit paragraph
     end-if
     if not gzb-iptal or gzb-iptal-tarih not = w-liste-tarih
        exit paragraph
     end-if
     perform odeme-ix-bul
     add 1 to w-ks-iade-adet (w-ks-ix)
     add gzb-tutar to w-ks-iade-tutar (w-ks-ix)
     compute w-tutar = 0 - gzb-tutar
     move w-tutar to w-tutar-ed
     move spaces to gezi-rapor-satir
     string gzb-no " " gzb-tur-kod " " gzb-odano " "
            gzb-adi (1:30) " " w-odeme-adi (w-ks-ix) " IADE "
            w-tutar-ed " " gzb-iptal-kllnc
            delimited by size into gezi-rapor-satir
     write gezi-rapor-satir
     .

 odeme-ix-bul.
     evaluate true
        when gzb-folio
             move 1 to w-ks-ix
        when gzb-nakit
             move 2 to w-ks-ix
        when other
             move 3 to w-ks-ix
     end-evaluate
     .

 kasa-toplami.
     move w-ks-satis-tutar (w-ks-ix) to w-tutar-ed
     move w-ks-iade-tutar (w-ks-ix)  to w-tutar2-ed
     compute w-tutar = w-ks-satis-tutar (w-ks-ix)
                     - w-ks-iade-tutar (w-ks-ix)
     move w-tutar to w-tutar3-ed
     move w-ks-satis-adet (w-ks-ix) to w-sayi-ed
     move w-ks-iade-adet (w-ks-ix)  to w-kisi-ed
     move spaces to gezi-rapor-satir
     string w-odeme-adi (w-ks-ix) " SATIS " w-sayi-ed " "
            w-tutar-ed "  IADE " w-kisi-ed " "
            w-tutar2-ed "  NET " w-tutar3-ed
            delimited by size into gezi-rapor-satir
     write gezi-rapor-satir
     .

*> ---------------------------------------------------------------
*> aylik operator mutabakati
*> ---------------------------------------------------------------
 mutabakat.
     if lk-yil = 0 or lk-ay = 0
        if w-bugun-ay = 1
           compute lk-yil = w-bugun-yil - 1
           move 12 to lk-ay
        else
           move w-bugun-yil to lk-yil
           compute lk-ay = w-bugun-ay - 1
        end-if
     end-if
     compute w-donem  = lk-yil * 100 + lk-ay
     compute w-ay-bas = w-donem * 100 + 1
     compute w-ay-bit = w-donem * 100 + 31
*>   turu yapilmamis ay mutabakata girmez
     if w-ay-bas > w-bugun
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     initialize w-mutabakat w-islenen
     move 0 to w-mt-sayisi w-isl-sayisi
     move 0 to w-gn-brut w-gn-komisyon w-gn-borc
     move w-ay-bas   to gzb-tarih
     move low-values to gzb-tur-kod
     start gezbil key is not less than gzb-tur-anah
           invalid move "10" to fs-gezbil
     end-start
     perform mutabakat-topla
             until fs-gezbil = "10"
     move "00" to fs-gezbil
     open i-o cari
     open i-o cariacik
     if fs-cariacik = "35"
        close cariacik
        open output cariacik
        close cariacik
        open i-o cariacik
     end-if
     if fs-cari not = "00" or fs-cariacik not = "00"
        close cari cariacik
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move "gezmut.txt" to gezi-rapor-dosya
     open output gezi-rapor
     move spaces to gezi-rapor-satir
     string "GEZI OPERATOR MUTABAKATI  " lk-yil "/" lk-ay
            "   (" w-bugun ")"
            delimited by size into gezi-rapor-satir
     write gezi-rapor-satir
     move spaces to gezi-rapor-satir
     string "OPERATOR   TUR  GEZI                           BILET"
            "   KISI          BRUT     KOMISYON    OPERATORE BORC"
            delimited by size into gezi-rapor-satir
     write gezi-rapor-satir
     move all "-" to gezi-rapor-satir
     write gezi-rapor-satir
     move spaces to w-mty-operator
     move 0 to w-op-bilet w-op-kisi w-op-brut w-op-komisyon
     perform mutabakat-yaz
             varying w-mt-ix from 1 by 1
             until w-mt-ix > w-mt-sayisi
     if w-mty-operator not = spaces
        perform operator-kapat
     end-if
     move all "-" to gezi-rapor-satir
     write gezi-rapor-satir
     move w-gn-brut     to w-tutar-ed
     move w-gn-komisyon to w-tutar2-ed
     move w-gn-borc     to w-tutar3-ed
     move spaces to gezi-rapor-satir
     string "GENEL TOPLAM                                     "
            "            " w-tutar-ed w-tutar2-ed w-tutar3-ed
            delimited by size into gezi-rapor-satir
     write gezi-rapor-satir
     close gezi-rapor cari cariacik
     move "gezi.txt" to gezi-rapor-dosya
*>   islenen operatorlerin biletleri donemle damgalanir
     if w-isl-sayisi > 0
        move w-ay-bas   to gzb-tarih
        move low-values to gzb-tur-kod
        start gezbil key is not less than gzb-tur-anah
              invalid move "10" to fs-gezbil
        end-start
        perform bilet-damgala
                until fs-gezbil = "10"
        move "00" to fs-gezbil
     end-if
     move w-isl-sayisi to lk-sayi
     .

 mutabakat-topla.
     read gezbil next record
          at end move "10" to fs-gezbil
     end-read
     if fs-gezbil not = "00" and fs-gezbil not = "02"
        move "10" to fs-gezbil
     end-if
     if fs-gezbil = "10"
        exit paragraph
     end-if
     if gzb-tarih > w-ay-bit
        move "10" to fs-gezbil
        exit paragraph
     end-if
     if not gzb-satildi or gzb-mutabakat-donem not = 0
     or gzb-tarih >= w-bugun
        exit paragraph
     end-if
     if lk-operator not = spaces and gzb-operator not = lk-operator
        exit paragraph
     end-if
     move gzb-operator to w-mty-operator
     move gzb-tur-kod  to w-mty-tur
     move "H" to w-bulundu
     perform mt-ara
             varying w-mt-ix from 1 by 1
             until w-mt-ix > w-mt-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-mt-ix
     else
        if w-mt-sayisi >= 300
           exit paragraph
        end-if
        perform mt-yerlestir
     end-if
     add 1 to w-mt-bilet (w-mt-ix)
     add gzb-yetiskin gzb-cocuk to w-mt-kisi (w-mt-ix)
     add gzb-tutar    to w-mt-brut (w-mt-ix)
     add gzb-komisyon to w-mt-komisyon (w-mt-ix)
     .

 mt-ara.
     if w-mt-anah (w-mt-ix) = w-mty-anah
        move "E" to w-bulundu
     end-if
     .

*> operator + tur sirasina gore yeni satir; konumu w-mt-ix
 mt-yerlestir.
     move 0 to w-mty-bilet w-mty-kisi w-mty-brut w-mty-komisyon
     move 1 to w-mt-poz
     perform mt-yer-ara
             until w-mt-poz > w-mt-sayisi
                or w-mt-anah (w-mt-poz) > w-mty-anah
     add 1 to w-mt-sayisi
     perform mt-kaydir
             varying w-mt-ix from w-mt-sayisi by -1
             until w-mt-ix <= w-mt-poz
     move w-mt-yeni to w-mt (w-mt-poz)
     move w-mt-poz to w-mt-ix
     .

 mt-yer-ara.
     add 1 to w-mt-poz
     .

 mt-kaydir.
     move w-mt (w-mt-ix - 1) to w-mt (w-mt-ix)
     .

 mutabakat-yaz.
     if w-mt-operator (w-mt-ix) not = w-mty-operator
        if w-mty-operator not = spaces
           perform operator-kapat
        end-if
        move w-mt-operator (w-mt-ix) to w-mty-operator
        move 0 to w-op-bilet w-op-kisi w-op-brut w-op-komisyon
     end-if
     move w-mt-tur (w-mt-ix) to gzk-kod
     read gezkat
          invalid move spaces to gzk-adi
     end-read
     add w-mt-bilet (w-mt-ix)    to w-op-bilet
     add w-mt-kisi (w-mt-ix)     to w-op-kisi
     add w-mt-brut (w-mt-ix)     to w-op-brut
     add w-mt-komisyon (w-mt-ix) to w-op-komisyon
     compute w-tutar = w-mt-brut (w-mt-ix) - w-mt-komisyon (w-mt-ix)
     move w-mt-bilet (w-mt-ix)    to w-sayi-ed
     move w-mt-kisi (w-mt-ix)     to w-kisi-ed
     move w-mt-brut (w-mt-ix)     to w-tutar-ed
     move w-mt-komisyon (w-mt-ix) to w-tutar2-ed
     move w-tutar                 to w-tutar3-ed
     move spaces to gezi-rapor-satir
     string w-mt-operator (w-mt-ix) " " w-mt-tur (w-mt-ix) " "
            gzk-adi " " w-sayi-ed " " w-kisi-ed
            w-tutar-ed w-tutar2-ed w-tutar3-ed
            delimited by size into gezi-rapor-satir
     write gezi-rapor-satir
     .

*> operator toplami: borc CARI'ye acik kalem olarak yazilir
 operator-kapat.
     compute w-op-borc = w-op-brut - w-op-komisyon
     move spaces to w-op-durum
     move w-mty-operator to cari-kodu
     read cari
          invalid
              move "CARI BULUNAMADI" to w-op-durum
              move spaces to cari-unvan
     end-read
     if w-op-durum = spaces and w-isl-sayisi >= 100
        move "ISLENEMEDI" to w-op-durum
     end-if
     if w-op-durum = spaces
        if w-op-borc not = 0
           perform crac-sira-bul
           initialize crac-rec
           move w-mty-operator to crac-cari-kodu
           move w-sira         to crac-sira
           move 0              to crac-fatura-no
           move w-bugun        to crac-fatura-tarih
           compute crac-vade-tarih = function date-of-integer
                   (function integer-of-date (w-bugun)
                    + w-vade-gun)
           compute crac-tutar = 0 - w-op-borc
           move 0 to crac-odenen
           set crac-acik to true
           write crac-rec invalid continue end-write
           subtract w-op-borc from cari-bakiye
           rewrite cari-rec invalid continue end-rewrite
        end-if
        add 1 to w-isl-sayisi
        move w-mty-operator to w-isl-operator (w-isl-sayisi)
        move "CARIYE ISLENDI" to w-op-durum
        add w-op-brut     to w-gn-brut
        add w-op-komisyon to w-gn-komisyon
        add w-op-borc     to w-gn-borc
     end-if
     move w-op-bilet    to w-sayi-ed
     move w-op-kisi     to w-kisi-ed
     move w-op-brut     to w-tutar-ed
     move w-op-komisyon to w-tutar2-ed
     move w-op-borc     to w-tutar3-ed
     move spaces to gezi-rapor-satir
     string w-mty-operator " TOPLAM " cari-unvan (1:30) " "
            w-sayi-ed " " w-kisi-ed
            w-tutar-ed w-tutar2-ed w-tutar3-ed " " w-op-durum
            delimited by size into gezi-rapor-satir
     write gezi-rapor-satir
     move spaces to gezi-rapor-satir
     write gezi-rapor-satir
     .

 crac-sira-bul.
     move 0 to w-sira
     move w-mty-operator to crac-cari-kodu
     move high-values    to crac-sira
     start cariacik key is less than crac-anah
           invalid continue
     end-start
     read cariacik previous record
          at end continue
     end-read
     if fs-cariacik = "00"
     and crac-cari-kodu = w-mty-operator
        move crac-sira to w-sira
     end-if
     add 1 to w-sira
     .

 bilet-damgala.
     read gezbil next record
          at end move "10" to fs-gezbil
     end-read
     if fs-gezbil not = "00" and fs-gezbil not = "02"
        move "10" to fs-gezbil
     end-if
     if fs-gezbil = "10"
        exit paragraph
     end-if
     if gzb-tarih > w-ay-bit
        move "10" to fs-gezbil
        exit paragraph
     end-if
     if not gzb-satildi or gzb-mutabakat-donem not = 0
     or gzb-tarih >= w-bugun
        exit paragraph
     end-if
*>   yalniz dokume giren (tablo tasmasina kalmamis) operator + tur
     move gzb-operator to w-mty-operator
     move gzb-tur-kod  to w-mty-tur
     move "H" to w-bulundu
     perform mt-ara
             varying w-mt-ix from 1 by 1
             until w-mt-ix > w-mt-sayisi or w-bulundu = "E"
     if w-bulundu not = "E"
        exit paragraph
     end-if
     move "H" to w-bulundu
     perform isl-ara
             varying w-isl-ix from 1 by 1
             until w-isl-ix > w-isl-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        move w-donem to gzb-mutabakat-donem
        rewrite gzb-rec invalid continue end-rewrite
     end-if
     .

 isl-ara.
     if w-isl-operator (w-isl-ix) = gzb-operator
        move "E" to w-bulundu
     end-if
     .
