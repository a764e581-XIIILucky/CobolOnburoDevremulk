*> kayitkon.cbl
*> Konuk kayit eksiksizligi denetimi. KBS reddi, Bakanlik
*> istatistigi ve KVKK basvurulari ayni yerden dusuyordu: evdeki
*> konugun pasaport/kimlik numarasi, dogum tarihi ya da uyrugu
*> eksik, veya uyruk kodu TURIZM'de yok. Canli KONUK dosyasinin
*> kayit duzeni bu agacta olmadigindan (bkz. kvkksil) girdi, konuk
*> ekraninin csvyap duzeninde disa aktardigi konukkyt.csv'dir
*> (satir: konuk-no;rez-no;adi;soyadi;uyruk;tc-no;pasaport-no;
*> dogum(yyyyaagg);kaydi-giren-kllnc). Bu program:
*>   - yarin giris yapacak ve bu gece evde kalan rezervasyonlarin
*>     konuklarini kural kural denetler: ad/soyad, uyruk, uyrugun
*>     TURIZM'de aktif olmasi, yerli konukta (kayitkon.prm YERLI,
*>     varsayilan TUR) 11 haneli ve kontrol basamaklari tutan TC
*>     kimlik no, yabanci konukta pasaport no, gecerli ve
*>     gelecekte olmayan dogum tarihi; rezervasyonun buyuk sayisi
*>     kadar konuk kaydi yoksa rezervasyon "KNK" ile listelenir,
*>   - hatali her alan, dustugu kuralla birlikte oda sirasinda
*>     basilir (kayitkon.txt) - gece resepsiyonu kbsretry ve
*>     turizmrap veriyi gormeden duzeltir,
*>   - kaydi giren resepsiyonist basina gunun eksiksizlik yuzdesi
*>     raporun sonuna basilir ve KAYKON'a yazilir (egitim takibi).
*> lk-sayi hatali konuk sayisini, lk-yuzde genel eksiksizligi
*> dondurur. gecedrv parametresiz cagirdiginda ayni denetim
*> kosulur.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. kayitkon.
environment division.
input-output section.
file-control.
     copy "rez.sel.cpy".

     copy "turizm.sel.cpy".

     copy "kaykon.sel.cpy".

     select konuk-ext assign to random
            konuk-ext-dosya
            organization line sequential
            file status is fs-konuk.

     select kayitkon-param assign to random
            kayitkon-param-dosya
            organization line sequential
            file status is fs-param.

     select kayitkon-rapor assign to random
            kayitkon-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "rez.lib.cpy".

 copy "turizm.lib.cpy".

 copy "kaykon.lib.cpy".

fd  konuk-ext.
01  ext-satir                    pic x(200).

fd  kayitkon-param.
01  param-satir                  pic x(80).

fd  kayitkon-rapor.
01  kayitkon-rapor-satir         pic x(132).

working-storage section.
01  rez-dosya                    pic x(200) value "rez.dat".
01  turizm-dosya                 pic x(200) value "turizm.dat".
01  kaykon-dosya                 pic x(200) value "kaykon.dat".
01  konuk-ext-dosya              pic x(200) value "konukkyt.csv".
01  kayitkon-param-dosya         pic x(200) value "kayitkon.prm".
01  kayitkon-rapor-dosya         pic x(200) value "kayitkon.txt".
01  fs-rez                       pic xx.
01  fs-turizm                    pic xx.
01  fs-kaykon                    pic xx.
01  fs-konuk                     pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-yarin                      pic 9(08).
01  w-turizm-acik                pic x(01).

*> kayitkon.prm: YERLI;ulke-kodu
01  w-yerli-ulke                 pic x(03) value "TUR".
01  w-p-tip                      pic x(10).
01  w-p-deger                    pic x(10).

*> disa aktarim satirinin cozulmus alanlari
01  konuk-no                     pic 9(08).
01  konuk-rez-no                 pic 9(08).
01  konuk-adi                    pic x(20).
01  konuk-soyadi                 pic x(20).
01  konuk-uyruk                  pic x(03).
01  konuk-tc-no                  pic x(11).
01  konuk-pasaport-no            pic x(15).
01  konuk-dogum-tar              pic 9(08).
01  konuk-kllnc                  pic x(10).
01  w-e-no                       pic x(08).
01  w-e-rez                      pic x(08).
01  w-e-dogum                    pic x(08).

*> TC kimlik no kontrol basamaklari
01  w-tc.
    02  w-tc-hane                pic 9(01) occurs 11 times.
01  w-tc-tek                     pic 9(03).
01  w-tc-cift                    pic 9(03).
01  w-tc-kontrol                 pic s9(04).
01  w-tc-toplam                  pic 9(03).

*> kapsamdaki rezervasyonlarin konuk sayaci
01  w-rzk-sayisi                 pic 9(04).
01  w-rzk-tablosu.
    02  w-rzk-satir              occurs 3000 times.
        03  w-rzk-rez-no         pic 9(08).
        03  w-rzk-adet           pic 9(03).
01  w-rzk-ix                     pic 9(04).

*> hata satirlari oda + rezervasyon sirasinda
01  w-hta-sayisi                 pic 9(04).
01  w-hta-tablosu.
    02  w-hta-satir              occurs 3000 times.
        03  w-hta-oda            pic x(04).
        03  w-hta-rez-no         pic 9(08).
        03  w-hta-konuk-no       pic 9(08).
        03  w-hta-adi            pic x(20).
        03  w-hta-soyadi         pic x(20).
        03  w-hta-kural          pic x(04).
        03  w-hta-aciklama       pic x(34).
        03  w-hta-kllnc          pic x(10).
01  w-hta-yeni.
    02  w-yeni-oda               pic x(04).
    02  w-yeni-rez-no            pic 9(08).
    02  w-yeni-konuk-no          pic 9(08).
    02  w-yeni-adi               pic x(20).
    02  w-yeni-soyadi            pic x(20).
    02  w-yeni-kural             pic x(04).
    02  w-yeni-aciklama          pic x(34).
    02  w-yeni-kllnc             pic x(10).
01  w-hta-ix                     pic 9(04).
01  w-hta-yer                    pic 9(04).
01  w-onceki-oda                 pic x(04).
01  w-konuk-hata                 pic 9(02).

*> resepsiyonist basina eksiksizlik
01  w-rsp-sayisi                 pic 9(03).
01  w-rsp-tablosu.
    02  w-rsp-satir              occurs 200 times.
        03  w-rsp-kllnc          pic x(10).
        03  w-rsp-konuk          pic 9(05).
        03  w-rsp-eksiksiz       pic 9(05).
        03  w-rsp-hata           pic 9(05).
01  w-rsp-ix                     pic 9(03).
01  w-bulundu                    pic x(01).

01  w-konuk-toplam               pic 9(05).
01  w-eksiksiz-toplam            pic 9(05).
01  w-hatali-konuk               pic 9(05).
01  w-yuzde                      pic 9(03).
01  w-sayi-ed                    pic z(4)9.
01  w-yuzde-ed                   pic zz9.

*> gecedrv parametresiz cagirdiginda tam denetim
01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic 9(05) value 0.
    02  filler                   pic 9(03) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  kayitkon-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-denetle           value "D".
        88  lk-mod-gece              value "G".
*>   hatali konuk (ve konuk kaydi eksik rezervasyon) sayisi
    02  lk-sayi                  pic 9(05).
*>   denetlenen konuklarin eksiksizlik yuzdesi
    02  lk-yuzde                 pic 9(03).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional kayitkon-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     compute w-yarin = function date-of-integer
             (function integer-of-date (w-bugun) + 1)
     if address of kayitkon-link = null
        set address of kayitkon-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi lk-yuzde
     if not lk-mod-denetle and not lk-mod-gece
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     move 0 to w-rzk-sayisi w-hta-sayisi w-rsp-sayisi
     move 0 to w-konuk-toplam w-eksiksiz-toplam w-hatali-konuk
     perform param-oku
     open input rez
     if fs-rez not = "00"
        close rez
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     open input turizm
     if fs-turizm = "00"
        move "E" to w-turizm-acik
     else
        move "H" to w-turizm-acik
     end-if
     open i-o kaykon
     if fs-kaykon = "35"
        close kaykon
        open output kaykon
        close kaykon
        open i-o kaykon
     end-if
     if fs-kaykon not = "00"
        close rez turizm kaykon
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     open output kayitkon-rapor
     perform rapor-basligi
     open input konuk-ext
     if fs-konuk not = "00"
        move "UYARI: KONUK DISA AKTARIMI (konukkyt.csv) OKUNAMADI"
             to kayitkon-rapor-satir
        write kayitkon-rapor-satir
     else
        perform konuk-satiri
                until fs-konuk not = "00"
     end-if
     close konuk-ext
     perform eksik-konuk-tara
     perform hata-listesi-bas
     perform resepsiyonist-bas
     close rez turizm kaykon kayitkon-rapor
     move w-hatali-konuk to lk-sayi
     move w-yuzde        to lk-yuzde
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

 param-oku.
     move "TUR" to w-yerli-ulke
     open input kayitkon-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close kayitkon-param
     .

 param-satiri.
     read kayitkon-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00" or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-deger
     unstring param-satir delimited by ";"
              into w-p-tip w-p-deger
     end-unstring
     if w-p-deger = spaces
        exit paragraph
     end-if
     evaluate w-p-tip
        when "YERLI"
             move w-p-deger to w-yerli-ulke
     end-evaluate
     .

 rapor-basligi.
     move spaces to kayitkon-rapor-satir
     string "KONUK KAYIT EKSIKSIZLIK DENETIMI - " w-bugun
            " (BU GECE EVDE + " w-yarin " GIRIS)"
            delimited by size into kayitkon-rapor-satir
     write kayitkon-rapor-satir
     move all "-" to kayitkon-rapor-satir
     write kayitkon-rapor-satir
     if w-turizm-acik not = "E"
        move "UYARI: TURIZM ULKE TABLOSU ACILAMADI - ULKE KURALI YOK"
             to kayitkon-rapor-satir
        write kayitkon-rapor-satir
     end-if
     .

*> ---------------------------------------------------------------
*> konuk satiri: kapsam ve kurallar
*> ---------------------------------------------------------------
 konuk-satiri.
     read konuk-ext
          at end move "10" to fs-konuk
     end-read
     if fs-konuk not = "00" or ext-satir = spaces
        exit paragraph
     end-if
     perform satir-coz
     move konuk-rez-no to rez-no
     read rez
          invalid exit paragraph
     end-read
     perform kapsam-denetle
     if w-bulundu not = "E"
        exit paragraph
     end-if
     perform konuk-say
     move 0 to w-konuk-hata
     perform kurallari-uygula
     add 1 to w-konuk-toplam
     if w-konuk-hata = 0
        add 1 to w-eksiksiz-toplam
     else
        add 1 to w-hatali-konuk
     end-if
     perform resepsiyonist-isle
     .

 satir-coz.
     move spaces to w-e-no w-e-rez w-e-dogum
                    konuk-adi konuk-soyadi konuk-uyruk konuk-tc-no
                    konuk-pasaport-no konuk-kllnc
     unstring ext-satir delimited by ";"
              into w-e-no w-e-rez konuk-adi konuk-soyadi
                   konuk-uyruk konuk-tc-no konuk-pasaport-no
                   w-e-dogum konuk-kllnc
     end-unstring
     move 0 to konuk-no konuk-rez-no konuk-dogum-tar
     if w-e-no not = spaces
        compute konuk-no = function numval (w-e-no)
     end-if
     if w-e-rez not = spaces
        compute konuk-rez-no = function numval (w-e-rez)
     end-if
     if w-e-dogum is numeric
        move w-e-dogum to konuk-dogum-tar
     end-if
     .

*> bu gece evde kalan ya da yarin giris yapacak, iptal/no-show
*> olmayan rezervasyon
 kapsam-denetle.
     move "H" to w-bulundu
     if rez-iptal-oldu or rez-no-show
        exit paragraph
     end-if
     if rez-gir-tar <= w-bugun and rez-cik-tar > w-bugun
        move "E" to w-bulundu
     end-if
     if rez-gir-tar = w-yarin
        move "E" to w-bulundu
     end-if
     .

 konuk-say.
     move "H" to w-bulundu
     perform rzk-ara
             varying w-rzk-ix from 1 by 1
             until w-rzk-ix > w-rzk-sayisi
                or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-rzk-ix
        add 1 to w-rzk-adet (w-rzk-ix)
        exit paragraph
     end-if
     if w-rzk-sayisi < 3000
        add 1 to w-rzk-sayisi
        move rez-no to w-rzk-rez-no (w-rzk-sayisi)
        move 1      to w-rzk-adet (w-rzk-sayisi)
     end-if
     .

 rzk-ara.
     if w-rzk-rez-no (w-rzk-ix) = rez-no
        move "E" to w-bulundu
     end-if
     .

 kurallari-uygula.
     if konuk-adi = spaces or konuk-soyadi = spaces
        move "ADSY" to w-yeni-kural
        move "AD / SOYAD EKSIK" to w-yeni-aciklama
        perform hata-ekle
     end-if
     if konuk-uyruk = spaces
        move "UYRK" to w-yeni-kural
        move "UYRUK EKSIK" to w-yeni-aciklama
        perform hata-ekle
     else
        if w-turizm-acik = "E"
           move konuk-uyruk to turizm-ulke-kodu
           read turizm
                invalid
                    move "ULKE" to w-yeni-kural
                    move "UYRUK KODU TURIZM'DE YOK"
                         to w-yeni-aciklama
                    perform hata-ekle
                not invalid
                    if turizm-pasif
                       move "ULKE" to w-yeni-kural
                       move "UYRUK KODU TURIZM'DE PASIF"
                            to w-yeni-aciklama
                       perform hata-ekle
                    end-if
           end-read
        end-if
     end-if
     if konuk-uyruk = w-yerli-ulke
        perform tc-no-denetle
     else
        if konuk-pasaport-no = spaces
           move "PASP" to w-yeni-kural
           move "YABANCI KONUK PASAPORT NO EKSIK"
                to w-yeni-aciklama
           perform hata-ekle
        end-if
     end-if
     if konuk-dogum-tar = 0
        move "DOGM" to w-yeni-kural
        move "DOGUM TARIHI EKSIK" to w-yeni-aciklama
        perform hata-ekle
     else
        if function test-date-yyyymmdd (konuk-dogum-tar) not = 0
        or konuk-dogum-tar > w-bugun
           move "DOGG" to w-yeni-kural
           move "DOGUM TARIHI GECERSIZ" to w-yeni-aciklama
           perform hata-ekle
        end-if
     end-if
     .

*> 11 hane, ilk hane sifir degil; 10. hane = (tek haneler x 7 -
*> cift haneler) mod 10, 11. hane = ilk on hanenin toplami mod 10
 tc-no-denetle.
     if konuk-tc-no = spaces
        move "TCNO" to w-yeni-kural
        move "YERLI KONUK TC KIMLIK NO EKSIK" to w-yeni-aciklama
        perform hata-ekle
        exit paragraph
     end-if
     move "TCGC" to w-yeni-kural
     move "TC KIMLIK NO GECERSIZ" to w-yeni-aciklama
     if konuk-tc-no is not numeric
        perform hata-ekle
        exit paragraph
     end-if
     move konuk-tc-no to w-tc
     if w-tc-hane (1) = 0
        perform hata-ekle
        exit paragraph
     end-if
     compute w-tc-tek = w-tc-hane (1) + w-tc-hane (3)
                      + w-tc-hane (5) + w-tc-hane (7)
                      + w-tc-hane (9)
     compute w-tc-cift = w-tc-hane (2) + w-tc-hane (4)
                       + w-tc-hane (6) + w-tc-hane (8)
     compute w-tc-kontrol =
             function mod (w-tc-tek * 7 - w-tc-cift, 10)
     compute w-tc-toplam = w-tc-tek + w-tc-cift + w-tc-hane (10)
     if w-tc-kontrol not = w-tc-hane (10)
     or function mod (w-tc-toplam, 10) not = w-tc-hane (11)
        perform hata-ekle
     end-if
     .

*> w-yeni-kural / w-yeni-aciklama cagiran tarafindan hazirlanir
 hata-ekle.
     add 1 to w-konuk-hata
     move rez-odano    to w-yeni-oda
     move rez-no       to w-yeni-rez-no
     move konuk-no     to w-yeni-konuk-no
     move konuk-adi    to w-yeni-adi
     move konuk-soyadi to w-yeni-soyadi
     move konuk-kllnc  to w-yeni-kllnc
     perform hata-tabloya-yaz
     .

 hata-tabloya-yaz.
     if w-hta-sayisi >= 3000
        exit paragraph
     end-if
     move 1 to w-hta-yer
     perform yer-ara
             until w-hta-yer > w-hta-sayisi
                or w-hta-oda (w-hta-yer) > w-yeni-oda
                or (w-hta-oda (w-hta-yer) = w-yeni-oda
                    and w-hta-rez-no (w-hta-yer) > w-yeni-rez-no)
     add 1 to w-hta-sayisi
     perform satir-kaydir
             varying w-hta-ix from w-hta-sayisi by -1
             until w-hta-ix <= w-hta-yer
     move w-hta-yeni to w-hta-satir (w-hta-yer)
     .

 yer-ara.
     add 1 to w-hta-yer
     .

 satir-kaydir.
     move w-hta-satir (w-hta-ix - 1) to w-hta-satir (w-hta-ix)
     .

 resepsiyonist-isle.
     move "H" to w-bulundu
     perform rsp-ara
             varying w-rsp-ix from 1 by 1
             until w-rsp-ix > w-rsp-sayisi
                or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-rsp-ix
     else
        if w-rsp-sayisi >= 200
           exit paragraph
        end-if
        add 1 to w-rsp-sayisi
        move w-rsp-sayisi to w-rsp-ix
        move konuk-kllnc to w-rsp-kllnc (w-rsp-ix)
        move 0 to w-rsp-konuk (w-rsp-ix) w-rsp-eksiksiz (w-rsp-ix)
                  w-rsp-hata (w-rsp-ix)
     end-if
     add 1 to w-rsp-konuk (w-rsp-ix)
     add w-konuk-hata to w-rsp-hata (w-rsp-ix)
     if w-konuk-hata = 0
        add 1 to w-rsp-eksiksiz (w-rsp-ix)
     end-if
     .

 rsp-ara.
     if w-rsp-kllnc (w-rsp-ix) = konuk-kllnc
        move "E" to w-bulundu
     end-if
     .

*> ---------------------------------------------------------------
*> buyuk sayisi kadar konuk kaydi olmayan rezervasyonlar
*> ---------------------------------------------------------------
 eksik-konuk-tara.
     move 0 to rez-no
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform eksik-konuk-satiri
             until fs-rez = "10"
     .

 eksik-konuk-satiri.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez = "10"
        exit paragraph
     end-if
     perform kapsam-denetle
     if w-bulundu not = "E"
        exit paragraph
     end-if
     move "H" to w-bulundu
     perform rzk-ara
             varying w-rzk-ix from 1 by 1
             until w-rzk-ix > w-rzk-sayisi
                or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-rzk-ix
        if w-rzk-adet (w-rzk-ix) >= rez-buyuk
           exit paragraph
        end-if
     end-if
     move "KNK " to w-yeni-kural
     move "BUYUK SAYISI KADAR KONUK KAYDI YOK" to w-yeni-aciklama
     move rez-odano  to w-yeni-oda
     move rez-no     to w-yeni-rez-no
     move 0          to w-yeni-konuk-no
     move rez-adi    to w-yeni-adi
     move rez-soyadi to w-yeni-soyadi
     move spaces     to w-yeni-kllnc
     perform hata-tabloya-yaz
     add 1 to w-hatali-konuk
     .

*> ---------------------------------------------------------------
*> oda sirali hata listesi
*> ---------------------------------------------------------------
 hata-listesi-bas.
     move "ODA  REZ-NO   KONUK-NO ADI / SOYADI" to
          kayitkon-rapor-satir
     move "KURAL ACIKLAMA" to kayitkon-rapor-satir (66:14)
     move "GIREN" to kayitkon-rapor-satir (107:5)
     write kayitkon-rapor-satir
     move "????" to w-onceki-oda
     perform hata-satiri-bas
             varying w-hta-ix from 1 by 1
             until w-hta-ix > w-hta-sayisi
     move spaces to kayitkon-rapor-satir
     write kayitkon-rapor-satir
     move w-hatali-konuk to w-sayi-ed
     move spaces to kayitkon-rapor-satir
     string "DUZELTILECEK KONUK/REZERVASYON: " w-sayi-ed
            delimited by size into kayitkon-rapor-satir
     write kayitkon-rapor-satir
     .

 hata-satiri-bas.
     if w-hta-oda (w-hta-ix) not = w-onceki-oda
        move spaces to kayitkon-rapor-satir
        write kayitkon-rapor-satir
        move w-hta-oda (w-hta-ix) to w-onceki-oda
     end-if
     move spaces to kayitkon-rapor-satir
     if w-hta-oda (w-hta-ix) = spaces
        move "----" to kayitkon-rapor-satir (1:4)
     else
        move w-hta-oda (w-hta-ix) to kayitkon-rapor-satir (1:4)
     end-if
     move w-hta-rez-no (w-hta-ix)   to kayitkon-rapor-satir (6:8)
     move w-hta-konuk-no (w-hta-ix) to kayitkon-rapor-satir (15:8)
     move w-hta-adi (w-hta-ix)      to kayitkon-rapor-satir (24:20)
     move w-hta-soyadi (w-hta-ix)   to kayitkon-rapor-satir (45:20)
     move w-hta-kural (w-hta-ix)    to kayitkon-rapor-satir (66:4)
     move w-hta-aciklama (w-hta-ix) to kayitkon-rapor-satir (72:34)
     move w-hta-kllnc (w-hta-ix)    to kayitkon-rapor-satir (107:10)
     write kayitkon-rapor-satir
     .

*> ---------------------------------------------------------------
*> resepsiyonist basina eksiksizlik yuzdesi
*> ---------------------------------------------------------------
 resepsiyonist-bas.
     move spaces to kayitkon-rapor-satir
     write kayitkon-rapor-satir
     move "RESEPSIYONIST  KONUK EKSIKSIZ  HATA   %" to
          kayitkon-rapor-satir
     write kayitkon-rapor-satir
     perform resepsiyonist-satiri
             varying w-rsp-ix from 1 by 1
             until w-rsp-ix > w-rsp-sayisi
     move 0 to w-yuzde
     if w-konuk-toplam > 0
        compute w-yuzde = w-eksiksiz-toplam * 100 / w-konuk-toplam
     end-if
     move w-yuzde to w-yuzde-ed
     move spaces to kayitkon-rapor-satir
     string "GENEL EKSIKSIZLIK %" w-yuzde-ed
            delimited by size into kayitkon-rapor-satir
     write kayitkon-rapor-satir
     .

 resepsiyonist-satiri.
     move 0 to w-yuzde
     if w-rsp-konuk (w-rsp-ix) > 0
        compute w-yuzde = w-rsp-eksiksiz (w-rsp-ix) * 100
                        / w-rsp-konuk (w-rsp-ix)
     end-if
     move spaces to kayitkon-rapor-satir
     move w-rsp-kllnc (w-rsp-ix) to kayitkon-rapor-satir (1:10)
     move w-rsp-konuk (w-rsp-ix) to w-sayi-ed
     move w-sayi-ed to kayitkon-rapor-satir (16:5)
     move w-rsp-eksiksiz (w-rsp-ix) to w-sayi-ed
     move w-sayi-ed to kayitkon-rapor-satir (26:5)
     move w-rsp-hata (w-rsp-ix) to w-sayi-ed
     move w-sayi-ed to kayitkon-rapor-satir (32:5)
     move w-yuzde to w-yuzde-ed
     move w-yuzde-ed to kayitkon-rapor-satir (38:3)
     write kayitkon-rapor-satir
     if fs-kaykon not = "00"
        exit paragraph
     end-if
     move w-bugun                to kyk-tarih
     move w-rsp-kllnc (w-rsp-ix) to kyk-kllnc
     read kaykon
          invalid
              initialize kyk-rec
              move w-bugun                to kyk-tarih
              move w-rsp-kllnc (w-rsp-ix) to kyk-kllnc
              perform kaykon-doldur
              write kyk-rec invalid continue end-write
          not invalid
              perform kaykon-doldur
              rewrite kyk-rec invalid continue end-rewrite
     end-read
     .

 kaykon-doldur.
     move w-rsp-konuk (w-rsp-ix)    to kyk-konuk-sayisi
     move w-rsp-eksiksiz (w-rsp-ix) to kyk-eksiksiz-sayisi
     move w-rsp-hata (w-rsp-ix)     to kyk-hata-sayisi
     move w-yuzde                   to kyk-yuzde
     .
