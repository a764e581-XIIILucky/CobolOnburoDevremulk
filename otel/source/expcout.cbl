*> expcout.cbl
*> Ekspres cikis (express checkout). Cikis sabahlari kart garantili
*> ve itirazi olmayan misafirler de resepsiyon kuyrugunda bekliyor.
*> Bu adim EXPCOUT dosyasini isletir:
*>   - lk-mod-aday: yarin cikacak evdeki rezervasyonlar uygunluga
*>     bakilir - kart bilgisi ve onay kodu var (rez-kredi-kart), kart
*>     cikis ayinda gecerli, folio bakiyesi onay tutarini asmiyor,
*>     itirazli satir yok (cast-log-itirazda), folio paylasimli
*>     (share - yonlendirme) degil, limittar folioyu ORTA/AGIR
*>     derecelendirmemis (TAHKUYR) ve misafirin e-posta adresi var.
*>     Uygun misafire dilsablo ile kendi dilinde on folio mektubu
*>     (FOLM) uretilir ve MAILDATA'ya kuyruklanir (govdeyi dok2pdf
*>     ayni dilsablo ciktisindan basar - mesajpl.cbl'deki gibi);
*>     kayit "A" aday olur,
*>   - lk-mod-kapat: bugun cikan adaylar yeniden denetlenir; hala
*>     uygunsa iade edilmemis plaj/havuz havlulari havlu "U" ile
*>     folioya islenir, arafat "S" ile kalan satirlar faturalanir,
*>     ardindan bakiye kartla kapatilir (CAST-log'a eftmutab.prm'nin
*>     ilk kredi karti departmaniyla eksi tahsilat satiri - boylece
*>     eftmutab mutabakatina da girer), folio rez-no-post ile
*>     kapatilir ve otocout konaklamayi bitirir; fatura mektubu
*>     (FATM) misafire gider. Uygunlugu bozulan aday "R" olur ve
*>     masaya duser,
*>   - lk-mod-sorgu: on folioya soruyla donen misafir ekspresten
*>     cikarilir ("C", neden SORU) ve masaya duser; e-posta
*>     cevaplari gece expcevap.txt'den ("rez-no;soru") da alinir,
*>   - lk-mod-rapor: masa listesi (expcout.txt),
*>   - lk-mod-gece (gecedrv varsayilani): cevaplar + kapat + aday
*>     + rapor. otocout'tan once kosulur.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. expcout.
environment division.
input-output section.
file-control.
     copy "expcout.sel.cpy".

     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     copy "maildata.sel.cpy".

     select tahkuyr assign to random
            tahkuyr-dosya
            organization indexed
            access mode is dynamic
            record key is tah-anah
            file status is fs-tahkuyr.

     select mesaj-metin assign to random
            mesaj-metin-dosya
            organization line sequential
            file status is fs-metin.

     select eftmutab-param assign to random
            eftmutab-param-dosya
            organization line sequential
            file status is fs-param.

     select expcevap assign to random
            expcevap-dosya
            organization line sequential
            file status is fs-cevap.

     select expcout-rapor assign to random
            expcout-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "expcout.lib.cpy".

 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

 copy "maildata.lib.cpy".

*> limittar tahsilat kuyrugu (duzen limittar.cbl ile aynidir)
fd  tahkuyr.
01  tah-rec.
    02  tah-anah.
        03  tah-tarih            pic 9(08).
        03  tah-folio            pic 9(08).
    02  tah-oda-no               pic x(04).
    02  tah-bakiye               pic s9(10)v99 comp-3.
    02  tah-limit                pic 9(10)v99 comp-3.
    02  tah-derece               pic 9(01).
    02  tah-islendi              pic x(01).

fd  mesaj-metin.
01  metin-satir                  pic x(132).

fd  eftmutab-param.
01  param-satir                  pic x(80).

fd  expcevap.
01  cevap-satir                  pic x(200).

fd  expcout-rapor.
01  expcout-rapor-satir          pic x(132).

working-storage section.
01  expcout-dosya                pic x(200) value "expcout.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  maildata-dosya               pic x(200) value "maildata.dat".
01  tahkuyr-dosya                pic x(200) value "tahkuyr.dat".
01  mesaj-metin-dosya            pic x(200) value "dilsablo.txt".
01  eftmutab-param-dosya         pic x(200) value "eftmutab.prm".
01  expcevap-dosya               pic x(200) value "expcevap.txt".
01  expcout-rapor-dosya          pic x(200) value "expcout.txt".
01  fs-expcout                   pic xx.
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-maildata                  pic xx.
01  fs-tahkuyr                   pic xx.
01  fs-metin                     pic xx.
01  fs-param                     pic xx.
01  fs-cevap                     pic xx.

01  w-bugun                      pic 9(08).
01  w-dun                        pic 9(08).
01  w-yarin                      pic 9(08).

*> kartla tahsilatin islenecegi kredi karti departmani
01  w-kart-dep                   pic x(03).

*> uygunluk denetimi
01  w-neden                      pic x(04).
01  w-bakiye                     pic s9(10)v99.
01  w-itiraz-var                 pic x(01).
01  w-satir-tutar                pic s9(10)v99.
01  w-break-ix                   pic 9(02).
01  w-kart-son                   pic 9(06).
01  w-cik-ay                     pic 9(06).
01  w-tarih                      pic 9(08).
01  w-son-fis                    pic 9(10).

*> bugun kapanacak adaylar (kapanis sirasinda rez ve cast-log
*> arafat'a birakildigindan once toplanir)
01  w-kpt-sayisi                 pic 9(04).
01  w-kpt-tablosu.
    02  w-kpt-rez-no             pic 9(08) occurs 2000 times.
01  w-kpt-ix                     pic 9(04).

*> mektup
01  w-dokuman-tipi               pic x(04).
01  w-mektup-tutar               pic s9(10)v99.
01  w-ilk-satir                  pic x(132).
01  w-gonderildi                 pic x(01).
01  w-mail-sira                  pic 9(06).

01  w-cevap-rez                  pic x(08).
01  w-cevap-soru                 pic x(60).

01  w-aday-sayisi                pic 9(05).
01  w-kapanan-sayisi             pic 9(05).
01  w-masa-sayisi                pic 9(05).
01  w-tutar-ed                   pic z(9)9,99-.
01  w-sayi-ed                    pic z(4)9.

01  w-dilsablo-link.
    02  wds-mod                  pic x(01).
    02  wds-dokuman-tipi         pic x(04).
    02  wds-dil                  pic x(02).
    02  wds-yedek-dil            pic x(02).
    02  wds-rez-no               pic 9(08).
    02  wds-adi                  pic x(20).
    02  wds-soyadi               pic x(20).
    02  wds-gir-tar              pic 9(08).
    02  wds-cik-tar              pic 9(08).
    02  wds-oda-no               pic x(04).
    02  wds-tutar                pic 9(10)v99.
    02  wds-satir-sira           pic 9(03).
    02  wds-satir-metni          pic x(100).
    02  wds-secilen-dil          pic x(02).
    02  wds-sonuc                pic x(01).

01  w-havlu-link.
    02  whv-mod                  pic x(01).
    02  whv-rez-no               pic 9(08).
    02  whv-oda-no               pic x(04).
    02  whv-kart-no              pic x(07).
    02  whv-adet                 pic 9(05).
    02  whv-kllnc                pic x(10).
    02  whv-elde                 pic 9(05).
    02  whv-tutar                pic 9(07)v99.
    02  whv-red-nedeni           pic x(04).
    02  whv-sonuc                pic x(01).

01  w-arafat-link.
    02  waf-mod                  pic x(01).
    02  waf-rez-no               pic 9(08).
    02  waf-donem                pic x(01).
    02  waf-gece                 pic 9(03).
    02  waf-fatura-no            pic 9(10).
    02  waf-fatura-tutar         pic s9(10)v99.
    02  waf-sayi                 pic 9(05).
    02  waf-sonuc                pic x(01).

*> gecedrv parametresiz cagirdiginda tam gece akisi
01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic 9(08) value 0.
    02  filler                   pic x(70) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(04) value spaces.
    02  filler                   pic x(01) value space.

linkage section.
01  expcout-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-aday              value "A".
        88  lk-mod-kapat             value "K".
        88  lk-mod-sorgu             value "Q".
        88  lk-mod-rapor             value "R".
        88  lk-mod-gece              value "G".
    02  lk-rez-no                pic 9(08).
    02  lk-sorgu                 pic x(60).
    02  lk-kllnc                 pic x(10).
*>   aday: aday yapilan; kapat: kapanan; rapor: masadaki kayit
    02  lk-sayi                  pic 9(05).
*>   sorgu: YOK kayit yok, DURM kapanmis kayit
    02  lk-red-nedeni            pic x(04).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional expcout-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     if address of expcout-link = null
        set address of expcout-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi
     move spaces to lk-red-nedeni
     compute w-dun = function date-of-integer
             (function integer-of-date (w-bugun) - 1)
     compute w-yarin = function date-of-integer
             (function integer-of-date (w-bugun) + 1)
     open i-o expcout
     if fs-expcout = "35"
        close expcout
        open output expcout
        close expcout
        open i-o expcout
     end-if
     if fs-expcout not = "00"
        close expcout
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     move 0 to w-aday-sayisi w-kapanan-sayisi w-masa-sayisi
     evaluate true
        when lk-mod-sorgu
             perform sorgu-isle
        when lk-mod-aday
             perform rapor-ac
             perform aday-belirle
             perform masa-listesi
             close expcout-rapor
             move w-aday-sayisi to lk-sayi
        when lk-mod-kapat
             perform rapor-ac
             perform kapanis
             perform masa-listesi
             close expcout-rapor
             move w-kapanan-sayisi to lk-sayi
        when lk-mod-rapor
             perform rapor-ac
             perform masa-listesi
             close expcout-rapor
             move w-masa-sayisi to lk-sayi
        when lk-mod-gece
             perform rapor-ac
             perform cevaplari-al
             perform kapanis
             perform aday-belirle
             perform masa-listesi
             close expcout-rapor
             move w-kapanan-sayisi to lk-sayi
        when other
             set lk-sonuc-hata to true
     end-evaluate
     close expcout
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

 rapor-ac.
     open output expcout-rapor
     move spaces to expcout-rapor-satir
     string "EKSPRES CIKIS - " w-bugun
            delimited by size into expcout-rapor-satir
     write expcout-rapor-satir
     move all "-" to expcout-rapor-satir
     write expcout-rapor-satir
     .

*> ---------------------------------------------------------------
*> misafir sorusu: ekspresten cikarilir, masaya duser
*> ---------------------------------------------------------------
 sorgu-isle.
     move lk-rez-no to exc-rez-no
     read expcout
          invalid move "YOK " to lk-red-nedeni
                  set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if not exc-aday
        move "DURM" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     set exc-cikarildi to true
     move "SORU" to exc-neden
     move lk-sorgu to exc-sorgu
     move lk-kllnc to exc-kllnc
     rewrite exc-rec
           invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> e-posta cevaplari: satir "rez-no;soru"
 cevaplari-al.
     open input expcevap
     if fs-cevap not = "00"
        close expcevap
        exit paragraph
     end-if
     perform cevap-satiri
             until fs-cevap not = "00"
     close expcevap
     .

 cevap-satiri.
     read expcevap
          at end move "10" to fs-cevap
     end-read
     if fs-cevap not = "00"
        exit paragraph
     end-if
     move spaces to w-cevap-rez w-cevap-soru
     unstring cevap-satir delimited by ";"
              into w-cevap-rez w-cevap-soru
     end-unstring
     if w-cevap-rez is not numeric
        exit paragraph
     end-if
     move w-cevap-rez to exc-rez-no
     read expcout
          invalid exit paragraph
     end-read
     if not exc-aday
        exit paragraph
     end-if
     set exc-cikarildi to true
     move "SORU" to exc-neden
     move w-cevap-soru to exc-sorgu
     move "MAIL" to exc-kllnc
     rewrite exc-rec
           invalid continue
     end-rewrite
     .

*> ---------------------------------------------------------------
*> uygunluk: rez ve cast-log acik, kayit bellekteki REZ'dir;
*> w-neden bos ise uygundur, w-bakiye folio bakiyesidir
*> ---------------------------------------------------------------
 uygunluk-denetle.
     move spaces to w-neden
     perform bakiye-hesapla
     if rez-kart-no1 = spaces or rez-onay-kodu = spaces
        move "KART" to w-neden
        exit paragraph
     end-if
     compute w-kart-son = 200000 + rez-kart-son-yil * 100
                        + rez-kart-son-ay
     compute w-cik-ay = rez-cik-yil * 100 + rez-cik-ay
     if rez-kart-son-ay = 0 or w-kart-son < w-cik-ay
        move "SURE" to w-neden
        exit paragraph
     end-if
     if rez-sharenum > 0 or rez-share > 0
        move "ROUT" to w-neden
        exit paragraph
     end-if
     if w-itiraz-var = "E"
        move "ITRZ" to w-neden
        exit paragraph
     end-if
     if w-bakiye > rez-onay-tutar
        move "ONAY" to w-neden
        exit paragraph
     end-if
     perform tahsilat-derecesi
     if w-neden not = spaces
        exit paragraph
     end-if
     if rez-adres1 = spaces
        move "MAIL" to w-neden
     end-if
     .

*> limittar bu gece (ya da dun gece) folioyu ORTA/AGIR
*> derecelediyse kartla ekspres kapanis yapilmaz
 tahsilat-derecesi.
     open input tahkuyr
     if fs-tahkuyr not = "00"
        close tahkuyr
        exit paragraph
     end-if
     move w-bugun to tah-tarih
     move rez-no  to tah-folio
     read tahkuyr
          invalid
              move w-dun  to tah-tarih
              move rez-no to tah-folio
              read tahkuyr
                   invalid move 0 to tah-derece
              end-read
     end-read
     if tah-derece >= 2
        move "TAHS" to w-neden
     end-if
     close tahkuyr
     .

*> bakiye: satir tutari (fiyat + duzeltme) ile tahsilatlarin eksi
*> break tutarlari toplami; itirazli satir aranir
 bakiye-hesapla.
     move 0 to w-bakiye
     move "H" to w-itiraz-var
     move rez-gir-tar to w-tarih
     perform bakiye-gunu
             until w-tarih > rez-cik-tar
     .

 bakiye-gunu.
     move w-tarih to cast-log-tarih
     move rez-no  to cast-log-rez-no
     move 0       to cast-log-fis
     start cast-log key is not less than cast-log-alt
           invalid move "10" to fs-cast-log
     end-start
     perform bakiye-satiri
             until fs-cast-log = "10"
     compute w-tarih = function date-of-integer
             (function integer-of-date (w-tarih) + 1)
     .

 bakiye-satiri.
     read cast-log next record
          at end move "10" to fs-cast-log
     end-read
     if fs-cast-log not = "00" and fs-cast-log not = "02"
        move "10" to fs-cast-log
     end-if
     if fs-cast-log = "10"
        exit paragraph
     end-if
     if cast-log-tarih not = w-tarih
     or cast-log-rez-no not = rez-no
        move "10" to fs-cast-log
        exit paragraph
     end-if
     if cast-log-itirazda
        move "E" to w-itiraz-var
     end-if
     compute w-satir-tutar = cast-log-fiyati + cast-log-duzeltme
     perform tahsilat-topla
             varying w-break-ix from 1 by 1 until w-break-ix > 15
     add w-satir-tutar to w-bakiye
     .

 tahsilat-topla.
     if cast-log-br-malzeme-tut (w-break-ix) < 0
        add cast-log-br-malzeme-tut (w-break-ix) to w-satir-tutar
     end-if
     .

*> ---------------------------------------------------------------
*> yarin cikacaklar: aday belirleme ve on folio mektubu
*> ---------------------------------------------------------------
 aday-belirle.
     open input rez cast-log
     open i-o maildata
     if fs-maildata = "35"
        close maildata
        open output maildata
        close maildata
        open i-o maildata
     end-if
     if fs-rez not = "00" or fs-cast-log not = "00"
     or fs-maildata not = "00"
        close rez cast-log maildata
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform mail-sira-bul
     move spaces to expcout-rapor-satir
     string "YARIN (" w-yarin ") CIKACAKLAR - EKSPRES ADAY "
            "DEGERLENDIRMESI"
            delimited by size into expcout-rapor-satir
     write expcout-rapor-satir
     move low-values to rez-anah
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform aday-satiri
             until fs-rez = "10"
     close rez cast-log maildata
     move w-aday-sayisi to w-sayi-ed
     move spaces to expcout-rapor-satir
     string "EKSPRES ADAY: " w-sayi-ed
            delimited by size into expcout-rapor-satir
     write expcout-rapor-satir
     move spaces to expcout-rapor-satir
     write expcout-rapor-satir
     .

 aday-satiri.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez = "10"
        exit paragraph
     end-if
     if rez-cik-tar not = w-yarin or rez-c-in not = "C"
     or rez-iptal-oldu
        exit paragraph
     end-if
*>   ayni konaklama bir kez degerlendirilir (sorulu / reddedilen
*>   kayit yeniden aday yapilmaz)
     move rez-no to exc-rez-no
     read expcout
          invalid continue
          not invalid exit paragraph
     end-read
     perform uygunluk-denetle
     move w-bakiye to w-tutar-ed
     move spaces to expcout-rapor-satir
     string rez-no " " rez-odano " " rez-soyadi " " rez-adi " "
            w-tutar-ed " "
            delimited by size into expcout-rapor-satir
     if w-neden not = spaces
        move w-neden to expcout-rapor-satir (100:4)
        move "UYGUN DEGIL" to expcout-rapor-satir (105:11)
        write expcout-rapor-satir
        exit paragraph
     end-if
     move "FOLM" to w-dokuman-tipi
     move w-bakiye to w-mektup-tutar
     perform mektup-gonder
     if w-gonderildi not = "E"
        move "SABLON YOK" to expcout-rapor-satir (105:11)
        write expcout-rapor-satir
        exit paragraph
     end-if
     initialize exc-rec
     move rez-no          to exc-rez-no
     move rez-cik-tar     to exc-cik-tar
     move rez-odano       to exc-odano
     move wds-secilen-dil to exc-dil
     move w-bugun         to exc-proforma-tarih
     move w-bakiye        to exc-proforma-tutar
     set exc-aday to true
     write exc-rec
           invalid continue
     end-write
     move "EKSPRES" to expcout-rapor-satir (105:11)
     write expcout-rapor-satir
     add 1 to w-aday-sayisi
     .

*> mektup dilsablo ile misafirin dilinde uretilir; ilk satiri
*> konu olur, govdeyi dok2pdf ayni dilsablo ciktisindan basar
 mektup-gonder.
     move "H" to w-gonderildi
     initialize w-dilsablo-link
     move "U"             to wds-mod
     move w-dokuman-tipi  to wds-dokuman-tipi
     move rez-ulke (1:2)  to wds-dil
     move "TR"            to wds-yedek-dil
     move rez-no          to wds-rez-no
     move rez-adi         to wds-adi
     move rez-soyadi      to wds-soyadi
     move rez-gir-tar     to wds-gir-tar
     move rez-cik-tar     to wds-cik-tar
     move rez-odano       to wds-oda-no
     if w-mektup-tutar > 0
        move w-mektup-tutar to wds-tutar
     end-if
     call "dilsablo" using w-dilsablo-link
          on exception move "H" to wds-sonuc
     end-call
     if wds-sonuc = "H"
        exit paragraph
     end-if
     move spaces to w-ilk-satir
     open input mesaj-metin
     if fs-metin = "00"
        perform metin-satiri
                until w-ilk-satir not = spaces
                or fs-metin not = "00"
        close mesaj-metin
     end-if
     if w-ilk-satir = spaces
        exit paragraph
     end-if
     initialize maildata-rec
     move w-bugun     to maildata-tarih
     add 1 to w-mail-sira
     move w-mail-sira to maildata-sira
     move "expcout"   to maildata-kaynak-program
     move rez-adres1  to maildata-alici
     move w-ilk-satir (1:60) to maildata-konu
     set maildata-beklemede to true
     write maildata-rec
           invalid exit paragraph
     end-write
     move "E" to w-gonderildi
     .

 metin-satiri.
     read mesaj-metin
          at end move "10" to fs-metin
     end-read
     if fs-metin = "00"
        move metin-satir to w-ilk-satir
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

*> ---------------------------------------------------------------
*> cikis gunu: fatura, karttan tahsilat, folio kapanisi
*> ---------------------------------------------------------------
 kapanis.
     perform kart-departmani
     move spaces to expcout-rapor-satir
     string "BUGUN CIKANLAR - EKSPRES KAPANIS (TAHSILAT DEPARTMANI "
            w-kart-dep ")"
            delimited by size into expcout-rapor-satir
     write expcout-rapor-satir
     if w-kart-dep = spaces
        move "UYARI: eftmutab.prm'de KREDI KARTI DEPARTMANI YOK"
             to expcout-rapor-satir
        write expcout-rapor-satir
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move 0 to w-kpt-sayisi
     move w-bugun to exc-cik-tar
     start expcout key is not less than exc-cik-tar
           invalid move "10" to fs-expcout
     end-start
     perform kapanis-adayi
             until fs-expcout = "10"
     move "00" to fs-expcout
     perform kapanis-isle
             varying w-kpt-ix from 1 by 1
             until w-kpt-ix > w-kpt-sayisi
     move w-kapanan-sayisi to w-sayi-ed
     move spaces to expcout-rapor-satir
     string "EKSPRES KAPANAN: " w-sayi-ed
            delimited by size into expcout-rapor-satir
     write expcout-rapor-satir
     move spaces to expcout-rapor-satir
     write expcout-rapor-satir
     .

*> eftmutab.prm 1. satir: kredi karti departman kodlari (";" ile);
*> ekspres tahsilat ilkine islenir
 kart-departmani.
     move spaces to w-kart-dep
     open input eftmutab-param
     if fs-param = "00"
        read eftmutab-param
             at end move spaces to param-satir
        end-read
        if fs-param = "00"
           unstring param-satir delimited by ";"
                    into w-kart-dep
           end-unstring
        end-if
     end-if
     close eftmutab-param
     .

 kapanis-adayi.
     read expcout next record
          at end move "10" to fs-expcout
     end-read
     if fs-expcout not = "00" and fs-expcout not = "02"
        move "10" to fs-expcout
     end-if
     if fs-expcout = "10"
        exit paragraph
     end-if
     if exc-cik-tar not = w-bugun
        move "10" to fs-expcout
        exit paragraph
     end-if
     if exc-aday and w-kpt-sayisi < 2000
        add 1 to w-kpt-sayisi
        move exc-rez-no to w-kpt-rez-no (w-kpt-sayisi)
     end-if
     .

 kapanis-isle.
     move w-kpt-rez-no (w-kpt-ix) to exc-rez-no
     read expcout
          invalid exit paragraph
     end-read
*>   uygunluk cikis sabahi yeniden denetlenir
*>   dosyalar acilamazsa denetim yapilmis sayilmaz, satir masaya
*>   duser
     open input rez cast-log
     if fs-rez not = "00" or fs-cast-log not = "00"
        move "DOSY" to w-neden
     else
        move exc-rez-no to rez-no
        read rez
             invalid move "KART" to w-neden
             not invalid perform uygunluk-denetle
        end-read
     end-if
     close rez cast-log
     if w-neden not = spaces
        set exc-reddedildi to true
        move w-neden to exc-neden
        rewrite exc-rec
              invalid continue
        end-rewrite
        perform kapanis-satiri
        exit paragraph
     end-if
*>   iade edilmemis havlular faturadan once folioya; tutar bakiyeye
*>   eklenir ki karttan tahsil edilsin
     initialize w-havlu-link
     move "U"        to whv-mod
     move exc-rez-no to whv-rez-no
     move "EXPCOUT"  to whv-kllnc
     call "havlu" using w-havlu-link
          on exception move "H" to whv-sonuc
     end-call
     if whv-sonuc = "T"
        add whv-tutar to w-bakiye
     end-if
*>   kalan satirlar faturalanir (arafat rez ve cast-log'u kendisi
*>   acar); tahsilat satiri faturanin numarasini tasir ki sonraki
*>   kesime girmesin
     initialize w-arafat-link
     move "S"        to waf-mod
     move exc-rez-no to waf-rez-no
     call "arafat" using w-arafat-link
          on exception move "H" to waf-sonuc
     end-call
     if waf-sonuc = "H"
        set exc-reddedildi to true
        move "FATR" to exc-neden
        rewrite exc-rec
              invalid continue
        end-rewrite
        perform kapanis-satiri
        exit paragraph
     end-if
     move waf-fatura-no to exc-fat-no
     open i-o rez cast-log
*>   fatura kesildi ama folio acilamadiysa karttan tahsil edilmez;
*>   satir fatura numarasiyla masaya duser
     if fs-rez not = "00" or fs-cast-log not = "00"
        close rez cast-log
        set exc-reddedildi to true
        move "DOSY" to exc-neden
        rewrite exc-rec
              invalid continue
        end-rewrite
        perform kapanis-satiri
        exit paragraph
     end-if
     move exc-rez-no to rez-no
     read rez
          invalid continue
     end-read
     if w-bakiye > 0
        perform tahsilat-isle
     end-if
     move 1 to rez-no-post
     rewrite rez-rec
           invalid continue
     end-rewrite
     move w-bugun  to exc-tahsil-tarih
     move w-bakiye to exc-tahsil-tutar
     set exc-kapandi to true
*>   fatura mektubu
     open i-o maildata
     if fs-maildata = "00"
        perform mail-sira-bul
        move "FATM" to w-dokuman-tipi
        move waf-fatura-tutar to w-mektup-tutar
        perform mektup-gonder
        if w-gonderildi = "E"
           move w-bugun to exc-fatura-mail-tarih
        end-if
     end-if
     close maildata
     close rez cast-log
     rewrite exc-rec
           invalid continue
     end-rewrite
     add 1 to w-kapanan-sayisi
     perform kapanis-satiri
     .

 tahsilat-isle.
     perform son-fis-bul
     initialize cast-log-rec
     move w-bugun        to cast-log-tarih
     move rez-no         to cast-log-rez-no
     move rez-odano      to cast-log-oda-no
     move 0              to cast-log-fiyati
     move w-kart-dep     to cast-log-br-malzeme-kodu (1)
     compute cast-log-br-malzeme-tut (1) = 0 - w-bakiye
     move "EXPCOUT"      to cast-log-rate-kodu
     move waf-fatura-no  to cast-log-fat-no
     add 1 to w-son-fis
     move w-son-fis      to cast-log-fis
     write cast-log-rec
           invalid continue
     end-write
     move w-son-fis to exc-tahsil-fis
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

 kapanis-satiri.
     move exc-tahsil-tutar to w-tutar-ed
     move spaces to expcout-rapor-satir
     string exc-rez-no " " exc-odano " " exc-durum " " exc-neden
            " TAHSILAT " w-tutar-ed " FIS " exc-tahsil-fis
            " FATURA " exc-fat-no
            delimited by size into expcout-rapor-satir
     write expcout-rapor-satir
     .

*> ---------------------------------------------------------------
*> masa listesi: bugun ve yarin cikan, ekspresten dusenler
*> ---------------------------------------------------------------
 masa-listesi.
     move 0 to w-masa-sayisi
     move spaces to expcout-rapor-satir
     string "RESEPSIYON MASASINA DUSENLER (SORU / UYGUNLUK BOZULDU)"
            delimited by size into expcout-rapor-satir
     write expcout-rapor-satir
     move spaces to expcout-rapor-satir
     string "REZ-NO   ODA  CIKIS    D NEDN SORU / NOT"
            delimited by size into expcout-rapor-satir
     write expcout-rapor-satir
     move w-bugun to exc-cik-tar
     start expcout key is not less than exc-cik-tar
           invalid move "10" to fs-expcout
     end-start
     perform masa-satiri
             until fs-expcout = "10"
     move "00" to fs-expcout
     move w-masa-sayisi to w-sayi-ed
     move spaces to expcout-rapor-satir
     string "MASADAKI KAYIT: " w-sayi-ed
            delimited by size into expcout-rapor-satir
     write expcout-rapor-satir
     .

 masa-satiri.
     read expcout next record
          at end move "10" to fs-expcout
     end-read
     if fs-expcout not = "00" and fs-expcout not = "02"
        move "10" to fs-expcout
     end-if
     if fs-expcout = "10"
        exit paragraph
     end-if
     if exc-cik-tar > w-yarin
        move "10" to fs-expcout
        exit paragraph
     end-if
     if not exc-cikarildi and not exc-reddedildi
        exit paragraph
     end-if
     add 1 to w-masa-sayisi
     move spaces to expcout-rapor-satir
     string exc-rez-no " " exc-odano " " exc-cik-tar " " exc-durum
            " " exc-neden " " exc-sorgu
            delimited by size into expcout-rapor-satir
     write expcout-rapor-satir
     .
