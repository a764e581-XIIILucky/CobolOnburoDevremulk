*> rezxref.cbl
*> Voucher, telefon ya da e-posta ile genel misafir / rezervasyon
*> aramasi. Operator voucher'i, telefon numarasi ya da e-posta ile
*> rezervasyon bulmak REZ'in sirali taranmasi demekti; dolu dosyada
*> rezara ve rezbul arayan beklerken dakikalar suruyordu. REZ'e ve
*> satir ici FD'leriyle onlarca programa dagilmis REZ-log'a yeni
*> ikincil anahtar eklemek canli dosyalarin yeniden kurulmasini
*> gerektireceginden arama ayri bir capraz dizin (REZXREF) uzerinden
*> yapilir:
*>   - lk-mod-kur: dizin bastan kurulur - REZ ve REZ-log'un voucher,
*>     telefon (rez-telefon-no) ve e-posta (rez-adres1) degerleri,
*>     FIHRIST profilleri (soyadi + adi) ve rezervasyona aktarilmis
*>     WEBREZ siparisleri. Gece butunluk calismasi (dosyakon) REZ
*>     saglam dogrulandiktan sonra cagirir; lk-sayi dizin satiri,
*>   - lk-mod-dizinle: lk-rez-no'nun satirlari yenilenir (rezervasyon
*>     ekrani kayittan sonra cagirir; gun icinde dizin guncel kalir),
*>   - lk-mod-ara: lk-deger, lk-tur'e gore (V voucher, T telefon,
*>     E e-posta; bos ise ucunde) normal bicime getirilip aranir.
*>     Bulunan her rezervasyon (REZ ve REZ-log) icin web siparisi,
*>     folio satirlari ve toplami (CAST-log), faturalar (FATURA) ve
*>     misafir profili (FIHRIST) birlikte rezxref.txt'ye basilir;
*>     ilk 20 sonuc ekrana lk-bulunan tablosunda doner, lk-sayi
*>     bulunan rezervasyon sayisidir.
*> Telefon numaralari yalniz rakamlariyla ve son 10 rakamla
*> (0 / +90 onekinden bagimsiz), metinler buyuk harfle saklanir.
program-id. rezxref is initial program.
environment division.
input-output section.
file-control.
     copy "rezxref.sel.cpy".

     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     copy "fatura.sel.cpy".

     copy "fihrist.sel.cpy".

     copy "webrez.sel.cpy".

     select rez-log assign to random
            rez-log-dosya
            organization indexed
            access mode is dynamic
            record key is rez-log-no
            file status is fs-rez-log.

     select rezxref-rapor assign to random
            rezxref-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "rezxref.lib.cpy".

 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

 copy "fatura.lib.cpy".

 copy "fihrist.lib.cpy".

 copy "webrez.lib.cpy".

*> (duzen istyenid.cbl ile aynidir)
fd  rez-log.
01  rez-log-rec.
          02 rez-log-anah.
             03 rez-log-no             pic 9(08).
          02 rez-log-tipi              pic 9.
          02 rez-log-durumu            pic x.
          02 rez-log-acen-anah.
             03 rez-log-acenta         pic x(4).
             03 rez-log-gir-tar.
                04 rez-log-gir-yil     pic 9999.
                04 rez-log-gir-ay      pic 99.
                04 rez-log-gir-gun     pic 99.
             03 rez-log-cik-tar.
                04 rez-log-cik-yil     pic 9999.
                04 rez-log-cik-ay      pic 99.
                04 rez-log-cik-gun     pic 99.
          02 rez-log-adi               pic x(20).
          02 rez-log-soyadi            pic x(20).
          02 rez-log-banka             pic 99.
          02 rez-log-doviz             pic 99.
          02 rez-log-anlasma           pic xx.
          02 rez-log-odeme-tipi        pic xx.
          02 rez-log-pan-tipi          pic xx.
          02 rez-log-ulke              pic x(03).
          02 rez-log-voucher           pic x(30).
          02 rez-log-kur-aygun         pic x.
          02 rez-log-k-g-b             pic x.
          02 rez-log-vip               pic x.
          02 rez-log-komisyon          pic 99.
          02 rez-log-nor-indirim       pic 99v99.
          02 rez-log-c-in              pic x.
          02 rez-log-folio             pic 9(08).
          02 rez-log-odano             pic x(04).

          02 rez-log-s-d-t-g           pic 9.
          02 rez-log-oda-konumu        pic 99.
          02 rez-log-kisi.
             03 rez-log-buyuk          pic 9(02).
             03 rez-log-kucuk          pic 9(02).
             03 rez-log-bebek          pic 9(01).
             03 rez-log-free           pic 9(01).
          02 rez-log-fiyati            pic 9(12)v99 comp-3.
          02 rez-log-isl-tar.
             03 rez-log-isl-yil        pic 9999.
             03 rez-log-isl-ay         pic 99.
             03 rez-log-isl-gun        pic 99.
          02 rez-log-al-tar.
             03 rez-log-al-yil         pic 9999.
             03 rez-log-al-ay          pic 99.
             03 rez-log-al-gun         pic 99.
          02 rez-log-ops-tar.
             03 rez-log-ops-yil        pic 9999.
             03 rez-log-ops-ay         pic 99.
             03 rez-log-ops-gun        pic 99.
          02 rez-log-gel-zaman.
             03 rez-log-gel-saat       pic 99.
             03 rez-log-gel-dak        pic 99.
          02 rez-log-git-zaman.
             03 rez-log-git-saat       pic 99.
             03 rez-log-git-dak        pic 99.
          02 rez-log-genel-bilgi.
             03 rez-log-grup-anah.
                04 rez-log-grup-no     pic 9(06).
                04 rez-log-grup-adi    pic x(13).
             03 rez-log-adres1         pic x(20).
             03 rez-log-adres2         pic x(14).
             03 rez-log-aksiyon2-eh    pic 9.
             03 rez-log-special2-eh     pic 9.
             03 rez-log-statu          pic x.
             03 rez-log-iptal          pic 9.
             03 rez-log-sil-sebeb      pic x(2).
             03 rez-log-not1           pic x(100).
             03 rez-log-not2           pic x(100).
             03 rez-log-eski-alan.
               05 rez-log-bavel-eski  pic x(15).
               05 filler      pic x.
             03 rez-log-gel-sirket     pic x(02).
             03 rez-log-git-sirket     pic x(02).
             03 rez-log-operator       pic x(02).
             03 rez-log-e-mail         pic x(01).
             03 rez-log-gr-olabilir    pic 9.
             03 rez-log-voucher-gir-tar.
                04 rez-log-voucher-gir-yil     pic 9999.
                04 rez-log-voucher-gir-ay      pic 99.
                04 rez-log-voucher-gir-gun     pic 99.
             03 rez-log-gr-status      pic x.
             03 rez-log-kaynak-1       pic x(02).
             03 rez-log-kaynak-2       pic x(02).
             03 rez-log-kaynak-3       pic x(02).
             03 rez-log-firma          pic x(05).
             03 rez-log-extra-kart2    pic x(7).
          02 rez-log-extra-kart        pic x(7).
          02 rez-log-late-zaman.
             03 rez-log-late-gel-saat  pic 99.
             03 rez-log-late-gel-dak   pic 99.
          02 rez-log-on-odeme          pic 9(12)v99 comp-3.
          02 rez-log-on-doviz          pic 9(02).
          02 rez-log-pazar             pic x(02).
          02 rez-log-eb                pic x.
          02 rez-log-fiyat-fix         pic x.
          02 rez-log-fiyat-konumu      pic 99.
          02 rez-log-aksiyon-eh        pic x.
          02 rez-log-bilbord-eh        pic x.
          02 rez-log-ug-ind            pic 9.
          02 rez-log-cin-kuru          pic 999v99999.
          02 rez-log-oda-tipi          pic xx.
          02 rez-log-special-eh        pic 9.
          02 rez-log-ozel-durum-car    pic 999v9999999.
          02 rez-log-ozel-durum        pic 99.
          02 rez-log-title             pic x(09).
          02 rez-log-gec               pic 9.
          02 rez-log-plan              pic 9.
          02 rez-log-rehber            pic x(2).
          02 rez-log-fiyat-flag.
             05 rez-log-aksiyon-flag   pic 9.
             05 rez-log-renk           pic 9.
             05 rez-log-special-flag   pic 9.
          02 rez-log-oda-tipi2         pic xx.
          02 rez-log-oda-tipi3         pic xx.
          02 rez-log-tikler.
             05 rez-log-ozel-tip       pic x.
             05 rez-log-tam-blok       pic 9.
             05 rez-log-share          pic 9.
          02 rez-log-staf-bos       pic x(04).
          02 rez-log-sharenum       pic 9(8).
          02 rez-log-sil-tar         pic x(8).
          02 rez-log-rate-kodu       pic x(8).
          02 rez-log-extra-ind       pic 999v99.
          02 rez-log-no-post          pic 9.
          02 rez-log-dev-uye-no      pic 9(8).
          02 rez-log-rate-acenta     pic xxxx.
          02 rez-log-room-kdv-yok    pic x.
          02 rez-log-extra-kdv-yok   pic x.
          02 rez-log-telefon-no      pic x(15).
          02 rez-log-bavel           pic x(15).
          02 rez-log-vip-turu        pic x.
          02 rez-log-blok-tip        pic 9.
          02 rez-log-onodeme-var     pic 9.
          02 rez-log-cin-kur-tar.
             03 rez-log-cin-kur-yil  pic 9(4).
             03 rez-log-cin-kur-ay   pic 9(2).
             03 rez-log-cin-kur-gun  pic 9(2).
          02 rez-log-kredi-kart.
             03 rez-log-kart-tipi     pic x.
             03 rez-log-kart-no1      pic x(04).
             03 rez-log-kart-no2      pic x(04).
             03 rez-log-kart-no3      pic x(04).
             03 rez-log-kart-no4      pic x(04).
             03 rez-log-cvv-kodu      pic x(03).
             03 rez-log-onay-kodu     pic x(15).
             03 rez-log-onay-tutar    pic 9(7)v99.
             03 rez-log-onay-doviz    pic x(02).
             03 rez-log-kart-sahibi   pic x(50).
             03 rez-log-kart-son-ay   pic 9(2).
             03 rez-log-kart-son-yil  pic 9(2).
             03 rez-log-provizyon-notu pic x(20).

          02 rez-log-bosv9           pic x(811).
          02 rez-log-staf              pic x(04).
          02 rez-log-fis             pic 9(10).
fd  rezxref-rapor.
01  rezxref-rapor-satir          pic x(132).

working-storage section.
01  rezxref-dosya                pic x(200) value "rezxref.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  fatura-dosya                 pic x(200) value "fatura.dat".
01  fihrist-dosya                pic x(200) value "fihrist.dat".
01  webrez-dosya                 pic x(200) value "webrez.dat".
01  rez-log-dosya                pic x(200) value "rez-log.dat".
01  rezxref-rapor-dosya          pic x(200) value "rezxref.txt".
01  fs-rezxref                   pic xx.
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-fatura                    pic xx.
01  fs-fihrist                   pic xx.
01  fs-webrez                    pic xx.
01  fs-rez-log                   pic xx.

01  w-bugun                      pic 9(08).
01  w-rez-log-acik               pic x(01).
01  w-fihrist-acik               pic x(01).
01  w-webrez-acik                pic x(01).

*> normal bicim
01  w-ham                        pic x(40).
01  w-deger                      pic x(40).
01  w-rakamlar                   pic x(40).
01  w-rakam-sayisi               pic 9(02).
01  w-c                          pic 9(02).

*> dizine yazilacak kaydin ortak alanlari
01  w-kaynak                     pic x(01).
01  w-belge-no                   pic x(11).
01  w-adi                        pic x(20).
01  w-soyadi                     pic x(20).
01  w-gir-tar                    pic 9(08).
01  w-cik-tar                    pic 9(08).
01  w-voucher                    pic x(30).
01  w-telefon                    pic x(15).
01  w-eposta                     pic x(20).
01  w-satir-sayisi               pic 9(09).

*> arama
01  w-turler                     pic x(03).
01  w-t                          pic 9(01).
01  w-tur                        pic x(01).
01  w-bulunan-sayisi             pic 9(03).
01  w-bulunan-tablosu.
    02  w-bulunan                occurs 200 times.
        03  w-b-kaynak           pic x(01).
        03  w-b-belge            pic x(11).
01  w-i                          pic 9(03).
01  w-bulundu                    pic x(01).
01  w-rez-no                     pic 9(08).
01  w-folio-toplam               pic s9(11)v99.
01  w-satir-tutar                pic s9(09)v99.
01  w-fatura-adet                pic 9(03).
01  w-b                          pic 9(02).
01  w-kaynak-ed                  pic x(06).
01  w-tutar-ed                   pic -(9)9,99.
01  w-toplam-ed                  pic -(11)9,99.

linkage section.
01  rezxref-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-kur               value "K".
        88  lk-mod-dizinle           value "I".
        88  lk-mod-ara               value "A".
    02  lk-tur                   pic x(01).
    02  lk-deger                 pic x(40).
    02  lk-rez-no                pic 9(08).
*>   kur: dizin satiri; ara: bulunan rezervasyon
    02  lk-sayi                  pic 9(09).
    02  lk-bulunan               occurs 20 times.
        03  lk-b-kaynak          pic x(01).
        03  lk-b-rez-no          pic 9(08).
        03  lk-b-adi             pic x(20).
        03  lk-b-soyadi          pic x(20).
        03  lk-b-gir-tar         pic 9(08).
        03  lk-b-cik-tar         pic 9(08).
        03  lk-b-folio           pic s9(11)v99.
        03  lk-b-fatura-adet     pic 9(03).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-bulunamadi      value "B".
        88  lk-sonuc-hata            value "H".

procedure division using rezxref-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi w-satir-sayisi
     evaluate true
        when lk-mod-kur
             perform dizin-kur
        when lk-mod-dizinle
             perform rez-dizinle
        when lk-mod-ara
             perform arama
        when other
             set lk-sonuc-hata to true
     end-evaluate
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

 istege-bagli-ac.
     move "H" to w-rez-log-acik w-fihrist-acik w-webrez-acik
     open input rez-log
     if fs-rez-log = "00"
        move "E" to w-rez-log-acik
     end-if
     open input fihrist
     if fs-fihrist = "00"
        move "E" to w-fihrist-acik
     end-if
     open input webrez
     if fs-webrez = "00"
        move "E" to w-webrez-acik
     end-if
     .

 istege-bagli-kapat.
     if w-rez-log-acik = "E"
        close rez-log
     end-if
     if w-fihrist-acik = "E"
        close fihrist
     end-if
     if w-webrez-acik = "E"
        close webrez
     end-if
     .

*> ---------------------------------------------------------------
*> dizinin bastan kurulmasi
*> ---------------------------------------------------------------
 dizin-kur.
     open input rez
     if fs-rez not = "00"
        close rez
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open output rezxref
     close rezxref
     open i-o rezxref
     if fs-rezxref not = "00"
        close rez rezxref
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform istege-bagli-ac
     move 0 to rez-no
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform rez-satiri
             until fs-rez = "10"
     if w-rez-log-acik = "E"
        move 0 to rez-log-no
        start rez-log key is not less than rez-log-no
              invalid move "10" to fs-rez-log
        end-start
        perform rez-log-satiri
                until fs-rez-log = "10"
     end-if
     if w-fihrist-acik = "E"
        move low-values to fih-tc-no
        start fihrist key is not less than fih-tc-no
              invalid move "10" to fs-fihrist
        end-start
        perform fihrist-satiri
                until fs-fihrist = "10"
     end-if
     if w-webrez-acik = "E"
        move 0 to webrez-siparis-no
        start webrez key is not less than webrez-siparis-no
              invalid move "10" to fs-webrez
        end-start
        perform webrez-satiri
                until fs-webrez = "10"
     end-if
     close rez rezxref
     perform istege-bagli-kapat
     move w-satir-sayisi to lk-sayi
     .

 rez-satiri.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez = "10"
        exit paragraph
     end-if
     perform rez-alanlari
     perform degerleri-yaz
     .

 rez-log-satiri.
     read rez-log next record
          at end move "10" to fs-rez-log
     end-read
     if fs-rez-log not = "00" and fs-rez-log not = "02"
        move "10" to fs-rez-log
     end-if
     if fs-rez-log = "10"
        exit paragraph
     end-if
     perform rez-log-alanlari
     perform degerleri-yaz
     .

 fihrist-satiri.
     read fihrist next record
          at end move "10" to fs-fihrist
     end-read
     if fs-fihrist not = "00" and fs-fihrist not = "02"
        move "10" to fs-fihrist
     end-if
     if fs-fihrist = "10"
        exit paragraph
     end-if
     if fih-soyadi = spaces
        exit paragraph
     end-if
     move "H"        to w-kaynak
     move fih-tc-no  to w-belge-no
     move fih-adi    to w-adi
     move fih-soyadi to w-soyadi
     move 0 to w-gir-tar
     move fih-son-konaklama-tar to w-cik-tar
     perform ad-bicimle
     move "A" to w-tur
     perform dizin-satiri-yaz
     .

 webrez-satiri.
     read webrez next record
          at end move "10" to fs-webrez
     end-read
     if fs-webrez not = "00" and fs-webrez not = "02"
        move "10" to fs-webrez
     end-if
     if fs-webrez = "10"
        exit paragraph
     end-if
     if webrez-rez-log-no = 0
        exit paragraph
     end-if
     move "W"                 to w-kaynak
     move webrez-siparis-no   to w-belge-no
     move spaces              to w-adi w-soyadi
     move webrez-giris-tarih  to w-gir-tar
     move webrez-cikis-tarih  to w-cik-tar
     move spaces              to w-deger
     move webrez-rez-log-no   to w-deger
     move "W" to w-tur
     perform dizin-satiri-yaz
     .

 rez-alanlari.
     move "R"            to w-kaynak
     move rez-no         to w-belge-no
     move rez-adi        to w-adi
     move rez-soyadi     to w-soyadi
     move rez-gir-tar    to w-gir-tar
     move rez-cik-tar    to w-cik-tar
     move rez-voucher    to w-voucher
     move rez-telefon-no to w-telefon
     move rez-adres1     to w-eposta
     .

 rez-log-alanlari.
     move "L"                to w-kaynak
     move rez-log-no         to w-belge-no
     move rez-log-adi        to w-adi
     move rez-log-soyadi     to w-soyadi
     move rez-log-gir-tar    to w-gir-tar
     move rez-log-cik-tar    to w-cik-tar
     move rez-log-voucher    to w-voucher
     move rez-log-telefon-no to w-telefon
     move rez-log-adres1     to w-eposta
     .

*> rezervasyonun voucher / telefon / e-posta satirlari
 degerleri-yaz.
     move w-voucher to w-ham
     perform metin-bicimle
     move "V" to w-tur
     perform dizin-satiri-yaz
     move w-telefon to w-ham
     perform telefon-bicimle
     move "T" to w-tur
     perform dizin-satiri-yaz
     move w-eposta to w-ham
     perform metin-bicimle
     move "E" to w-tur
     perform dizin-satiri-yaz
     .

 dizin-satiri-yaz.
     if w-deger = spaces
        exit paragraph
     end-if
     move w-tur      to rxr-tur
     move w-deger    to rxr-deger
     move w-kaynak   to rxr-kaynak
     move w-belge-no to rxr-belge-no
     move w-adi      to rxr-adi
     move w-soyadi   to rxr-soyadi
     move w-gir-tar  to rxr-gir-tar
     move w-cik-tar  to rxr-cik-tar
     write rxr-rec
           invalid
               rewrite rxr-rec invalid continue end-rewrite
           not invalid
               add 1 to w-satir-sayisi
     end-write
     .

*> ---------------------------------------------------------------
*> normal bicim: w-ham -> w-deger
*> ---------------------------------------------------------------
 metin-bicimle.
     move function upper-case (function trim (w-ham leading))
       to w-deger
     .

*> yalniz rakamlar, en cok son 10 rakam; 7 rakamdan kisa deger
*> telefon sayilmaz
 telefon-bicimle.
     move spaces to w-deger w-rakamlar
     move 0 to w-rakam-sayisi
     perform rakam-al
             varying w-c from 1 by 1 until w-c > 40
     if w-rakam-sayisi < 7
        exit paragraph
     end-if
     if w-rakam-sayisi > 10
        move w-rakamlar (w-rakam-sayisi - 9:10) to w-deger
     else
        move w-rakamlar to w-deger
     end-if
     .

 rakam-al.
     if w-ham (w-c:1) >= "0" and w-ham (w-c:1) <= "9"
        add 1 to w-rakam-sayisi
        move w-ham (w-c:1) to w-rakamlar (w-rakam-sayisi:1)
     end-if
     .

 ad-bicimle.
     move spaces to w-ham
     string function trim (w-soyadi) " " function trim (w-adi)
            delimited by size into w-ham
     move function upper-case (w-ham) to w-deger
     .

*> ---------------------------------------------------------------
*> tek rezervasyonun satirlarinin yenilenmesi
*> ---------------------------------------------------------------
 rez-dizinle.
     if lk-rez-no = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open i-o rezxref
     if fs-rezxref = "35"
        close rezxref
        open output rezxref
        close rezxref
        open i-o rezxref
     end-if
     if fs-rezxref not = "00"
        close rezxref
        set lk-sonuc-hata to true
        exit paragraph
     end-if
*>   REZ okunamazsa eski satirlar silinmez
     open input rez
     if fs-rez not = "00"
        close rez rezxref
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform istege-bagli-ac
     move "R" to w-kaynak
     perform eski-satirlari-sil
     move "L" to w-kaynak
     perform eski-satirlari-sil
     move lk-rez-no to rez-no
     read rez
          not invalid
              perform rez-alanlari
              perform degerleri-yaz
     end-read
     if w-rez-log-acik = "E"
        move lk-rez-no to rez-log-no
        read rez-log
             not invalid
                 perform rez-log-alanlari
                 perform degerleri-yaz
        end-read
     end-if
     close rez rezxref
     perform istege-bagli-kapat
     move w-satir-sayisi to lk-sayi
     .

 eski-satirlari-sil.
     move w-kaynak  to rxr-kaynak
     move lk-rez-no to rxr-belge-no
     move rxr-bag to w-ham
     start rezxref key is not less than rxr-bag
           invalid move "10" to fs-rezxref
     end-start
     perform eski-satir
             until fs-rezxref = "10"
     move "00" to fs-rezxref
     .

 eski-satir.
     read rezxref next record
          at end move "10" to fs-rezxref
     end-read
     if fs-rezxref not = "00" and fs-rezxref not = "02"
        move "10" to fs-rezxref
     end-if
     if fs-rezxref = "10"
        exit paragraph
     end-if
     if rxr-bag not = w-ham (1:12)
        move "10" to fs-rezxref
        exit paragraph
     end-if
     delete rezxref record invalid continue end-delete
     .

*> ---------------------------------------------------------------
*> arama
*> ---------------------------------------------------------------
 arama.
     if lk-deger = spaces
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     evaluate lk-tur
        when "V"
        when "T"
        when "E"
             move lk-tur to w-turler
        when space
             move "VTE" to w-turler
        when other
             set lk-sonuc-hata to true
             exit paragraph
     end-evaluate
     open input rezxref
     if fs-rezxref not = "00"
        close rezxref
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open input rez cast-log fatura
     if fs-rez not = "00" or fs-cast-log not = "00"
     or fs-fatura not = "00"
        close rezxref rez cast-log fatura
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform istege-bagli-ac
     move 0 to w-bulunan-sayisi
     perform turde-ara
             varying w-t from 1 by 1
             until w-t > 3 or w-turler (w-t:1) = space
     open output rezxref-rapor
     move spaces to rezxref-rapor-satir
     string "REZERVASYON ARAMA  " lk-tur " " lk-deger
            "   (" w-bugun ")"
            delimited by size into rezxref-rapor-satir
     write rezxref-rapor-satir
     move all "=" to rezxref-rapor-satir
     write rezxref-rapor-satir
     perform sonuc-yaz
             varying w-i from 1 by 1 until w-i > w-bulunan-sayisi
     if w-bulunan-sayisi = 0
        set lk-sonuc-bulunamadi to true
        move "KAYIT BULUNAMADI" to rezxref-rapor-satir
        write rezxref-rapor-satir
     end-if
     close rezxref-rapor
     close rezxref rez cast-log fatura
     perform istege-bagli-kapat
     move w-bulunan-sayisi to lk-sayi
     .

 turde-ara.
     move w-turler (w-t:1) to w-tur
     move lk-deger to w-ham
     if w-tur = "T"
        perform telefon-bicimle
     else
        perform metin-bicimle
     end-if
     if w-deger = spaces
        exit paragraph
     end-if
     move w-tur   to rxr-tur
     move w-deger to rxr-deger
     move low-values to rxr-bag
     start rezxref key is not less than rxr-anah
           invalid move "10" to fs-rezxref
     end-start
     perform eslesen-satir
             until fs-rezxref = "10"
     move "00" to fs-rezxref
     .

 eslesen-satir.
     read rezxref next record
          at end move "10" to fs-rezxref
     end-read
     if fs-rezxref not = "00" and fs-rezxref not = "02"
        move "10" to fs-rezxref
     end-if
     if fs-rezxref = "10"
        exit paragraph
     end-if
     if rxr-tur not = w-tur or rxr-deger not = w-deger
        move "10" to fs-rezxref
        exit paragraph
     end-if
     move "H" to w-bulundu
     perform bulunan-ara
             varying w-i from 1 by 1
             until w-i > w-bulunan-sayisi or w-bulundu = "E"
     if w-bulundu = "E" or w-bulunan-sayisi >= 200
        exit paragraph
     end-if
     add 1 to w-bulunan-sayisi
     move rxr-kaynak   to w-b-kaynak (w-bulunan-sayisi)
     move rxr-belge-no to w-b-belge (w-bulunan-sayisi)
     .

 bulunan-ara.
     if w-b-kaynak (w-i) = rxr-kaynak
     and w-b-belge (w-i) = rxr-belge-no
        move "E" to w-bulundu
     end-if
     .

*> bulunan rezervasyon: kaydi, web siparisi, folio, fatura, profil
 sonuc-yaz.
     move w-b-belge (w-i) (1:8) to w-rez-no
     move spaces to w-adi w-soyadi w-voucher w-telefon w-eposta
     move 0 to w-gir-tar w-cik-tar
     if w-b-kaynak (w-i) = "R"
        move "REZ" to w-kaynak-ed
        move w-rez-no to rez-no
        read rez
             invalid continue
             not invalid perform rez-alanlari
        end-read
     else
        move "REZLOG" to w-kaynak-ed
        if w-rez-log-acik = "E"
           move w-rez-no to rez-log-no
           read rez-log
                invalid continue
                not invalid perform rez-log-alanlari
           end-read
        end-if
     end-if
     move spaces to rezxref-rapor-satir
     write rezxref-rapor-satir
     move spaces to rezxref-rapor-satir
     string w-kaynak-ed " " w-rez-no "  " w-soyadi " " w-adi
            "  GIRIS " w-gir-tar "  CIKIS " w-cik-tar
            delimited by size into rezxref-rapor-satir
     write rezxref-rapor-satir
     move spaces to rezxref-rapor-satir
     string "  VOUCHER " w-voucher "  TEL " w-telefon
            "  E-POSTA " w-eposta
            delimited by size into rezxref-rapor-satir
     write rezxref-rapor-satir
     perform web-siparisleri
     perform folio-yaz
     perform faturalar-yaz
     perform profil-yaz
     if w-i <= 20
        move w-b-kaynak (w-i) to lk-b-kaynak (w-i)
        move w-rez-no         to lk-b-rez-no (w-i)
        move w-adi            to lk-b-adi (w-i)
        move w-soyadi         to lk-b-soyadi (w-i)
        move w-gir-tar        to lk-b-gir-tar (w-i)
        move w-cik-tar        to lk-b-cik-tar (w-i)
        move w-folio-toplam   to lk-b-folio (w-i)
        move w-fatura-adet    to lk-b-fatura-adet (w-i)
     end-if
     .

 web-siparisleri.
     if w-webrez-acik not = "E"
        exit paragraph
     end-if
     move "W" to rxr-tur
     move spaces to rxr-deger
     move w-rez-no to rxr-deger
     move low-values to rxr-bag
     start rezxref key is not less than rxr-anah
           invalid move "10" to fs-rezxref
     end-start
     move rxr-deger to w-deger
     perform web-siparisi
             until fs-rezxref = "10"
     move "00" to fs-rezxref
     .

 web-siparisi.
     read rezxref next record
          at end move "10" to fs-rezxref
     end-read
     if fs-rezxref not = "00" and fs-rezxref not = "02"
        move "10" to fs-rezxref
     end-if
     if fs-rezxref = "10"
        exit paragraph
     end-if
     if rxr-tur not = "W" or rxr-deger not = w-deger
        move "10" to fs-rezxref
        exit paragraph
     end-if
     move rxr-belge-no (1:10) to webrez-siparis-no
     read webrez
          invalid exit paragraph
     end-read
     move spaces to rezxref-rapor-satir
     string "  WEB SIPARIS " webrez-siparis-no
            "  TARIH " webrez-siparis-tarihi
            "  ACENTA " webrez-acenta
            "  DURUM " webrez-durum
            delimited by size into rezxref-rapor-satir
     write rezxref-rapor-satir
     .

*> folio satirlari ikincil anahtarla (tarih + rez) konaklama boyunca
 folio-yaz.
     move 0 to w-folio-toplam
     if w-gir-tar = 0
        exit paragraph
     end-if
     move w-gir-tar to cast-log-tarih
     move 0 to cast-log-rez-no cast-log-fis
     start cast-log key is not less than cast-log-alt
           invalid move "10" to fs-cast-log
     end-start
     perform folio-satiri
             until fs-cast-log = "10"
     move "00" to fs-cast-log
     move w-folio-toplam to w-toplam-ed
     move spaces to rezxref-rapor-satir
     string "  FOLIO TOPLAMI " w-toplam-ed
            delimited by size into rezxref-rapor-satir
     write rezxref-rapor-satir
     .

 folio-satiri.
     read cast-log next record
          at end move "10" to fs-cast-log
     end-read
     if fs-cast-log not = "00" and fs-cast-log not = "02"
        move "10" to fs-cast-log
     end-if
     if fs-cast-log = "10"
        exit paragraph
     end-if
     if cast-log-tarih > w-cik-tar
        move "10" to fs-cast-log
        exit paragraph
     end-if
     if cast-log-rez-no not = w-rez-no
        exit paragraph
     end-if
     move 0 to w-satir-tutar
     perform kirilim-topla
             varying w-b from 1 by 1 until w-b > 15
     add w-satir-tutar to w-folio-toplam
     move w-satir-tutar to w-tutar-ed
     move spaces to rezxref-rapor-satir
     string "  " cast-log-tarih "  FIS " cast-log-fis "  "
            cast-log-rate-kodu "  " w-tutar-ed
            delimited by size into rezxref-rapor-satir
     write rezxref-rapor-satir
     .

 kirilim-topla.
     add cast-log-br-malzeme-tut (w-b) to w-satir-tutar
     .

 faturalar-yaz.
     move 0 to w-fatura-adet
     move w-rez-no to fat-rez-anah
     start fatura key is not less than fat-rez-anah
           invalid move "10" to fs-fatura
     end-start
     perform fatura-satiri
             until fs-fatura = "10"
     move "00" to fs-fatura
     .

 fatura-satiri.
     read fatura next record
          at end move "10" to fs-fatura
     end-read
     if fs-fatura not = "00" and fs-fatura not = "02"
        move "10" to fs-fatura
     end-if
     if fs-fatura = "10"
        exit paragraph
     end-if
     if fat-rez-anah not = w-rez-no
        move "10" to fs-fatura
        exit paragraph
     end-if
     add 1 to w-fatura-adet
     move fat-genel-toplam to w-toplam-ed
     move spaces to rezxref-rapor-satir
     string "  FATURA " fat-anah "  " fat-tarih "  "
            fat-musteri-adi "  " fat-doviz-cinsi " " w-toplam-ed
            delimited by size into rezxref-rapor-satir
     write rezxref-rapor-satir
     .

*> misafir profili soyadi + adi ile (rfmseg / fihbirle olcusu)
 profil-yaz.
     if w-fihrist-acik not = "E" or w-soyadi = spaces
        exit paragraph
     end-if
     perform ad-bicimle
     move "A" to rxr-tur
     move w-deger to rxr-deger
     move low-values to rxr-bag
     start rezxref key is not less than rxr-anah
           invalid move "10" to fs-rezxref
     end-start
     perform profil-satiri
             until fs-rezxref = "10"
     move "00" to fs-rezxref
     .

 profil-satiri.
     read rezxref next record
          at end move "10" to fs-rezxref
     end-read
     if fs-rezxref not = "00" and fs-rezxref not = "02"
        move "10" to fs-rezxref
     end-if
     if fs-rezxref = "10"
        exit paragraph
     end-if
     if rxr-tur not = "A" or rxr-deger not = w-deger
        move "10" to fs-rezxref
        exit paragraph
     end-if
     move rxr-belge-no to fih-tc-no
     read fihrist
          invalid exit paragraph
     end-read
     move fih-toplam-folio-tutari to w-toplam-ed
     move spaces to rezxref-rapor-satir
     string "  PROFIL TC " fih-tc-no "  KONAKLAMA "
            fih-konaklama-sayisi "  SON " fih-son-konaklama-tar
            "  TOPLAM " w-toplam-ed "  VIP " fih-vip-durum
            delimited by size into rezxref-rapor-satir
     write rezxref-rapor-satir
     .
