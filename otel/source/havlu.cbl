*> havlu.cbl
*> Plaj/havuz havlu masasi. Havlular kagit listeyle veriliyor, her
*> sezon yuzlercesi kayboluyor ve cikista eksik havlu folioya
*> yansitilamiyordu. Bu program HAVKRT (rezervasyon basina havlu
*> sayaci) ve HAVHRK (gunluk masa hareketi) dosyalarini isletir;
*> misafir rezervasyon numarasi, oda numarasi ya da bileklik/kart
*> numarasi (karthrk) ile bulunur, konaklama bugunu kapsamalidir:
*>   - lk-mod-ver: lk-adet havlu verilir; elde sayisi lk-elde'de
*>     doner,
*>   - lk-mod-iade: lk-adet havlu geri alinir; eldekinden fazlasi
*>     "FAZL" ile reddedilir,
*>   - lk-mod-sorgu: cikis masasi icin eldeki (iade edilmemis)
*>     havlu adedi ve ucreti (havlu.prm FIYAT),
*>   - lk-mod-ucretle: eldeki havlular anlasilan fiyattan folioya
*>     CAST-log fisi olarak islenir (departman havlu.prm
*>     DEPARTMAN, fis kodu "HAVLU") ve sayactan dusulur; tutar
*>     lk-tutar'da doner. expcout ekspres kapanista faturadan once
*>     cagirir,
*>   - lk-mod-rapor: gunun verilen / iade / ucretlenen dokumu,
*>     bugun cikmis ama havlusu acik kalan misafirler ve elde
*>     toplam (havlu.txt),
*>   - lk-mod-gece (gecedrv varsayilani): gunun verilen ve iade
*>     adetleri camasir'in hareket kaydina islenir (kat havlu.prm
*>     KAT, malzeme CAMASIR; verilen cikis, iade kirliden donen),
*>     ardindan rapor basilir.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. havlu.
environment division.
input-output section.
file-control.
     copy "havkrt.sel.cpy".

     copy "havhrk.sel.cpy".

     copy "rez.sel.cpy".

     copy "karthrk.sel.cpy".

     copy "castlog.sel.cpy".

     select havlu-param assign to random
            havlu-param-dosya
            organization line sequential
            file status is fs-param.

     select havlu-rapor assign to random
            havlu-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "havkrt.lib.cpy".

 copy "havhrk.lib.cpy".

 copy "rez.lib.cpy".

 copy "karthrk.lib.cpy".

 copy "castlog.lib.cpy".

fd  havlu-param.
01  param-satir                  pic x(80).

fd  havlu-rapor.
01  havlu-rapor-satir            pic x(132).

working-storage section.
01  havkrt-dosya                 pic x(200) value "havkrt.dat".
01  havhrk-dosya                 pic x(200) value "havhrk.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  karthrk-dosya                pic x(200) value "karthrk.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  havlu-param-dosya            pic x(200) value "havlu.prm".
01  havlu-rapor-dosya            pic x(200) value "havlu.txt".
01  fs-havkrt                    pic xx.
01  fs-havhrk                    pic xx.
01  fs-rez                       pic xx.
01  fs-karthrk                   pic xx.
01  fs-cast-log                  pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-simdi                      pic 9(06).

*> havlu.prm: FIYAT;tutar DEPARTMAN;kod KAT;kod CAMASIR;malzeme
01  w-fiyat                      pic 9(05)v99 value 0.
01  w-departman                  pic x(03) value spaces.
01  w-cam-kat                    pic x(02) value "HV".
01  w-cam-malzeme                pic x(03) value "HVL".
01  w-p-tip                      pic x(10).
01  w-p-deger                    pic x(20).

*> misafir cozumu
01  w-bulundu                    pic x(01).
01  w-folio                      pic 9(08).
01  w-elde                       pic 9(05).
01  w-tutar                      pic 9(07)v99.
01  w-hrk-sira                   pic 9(05).
01  w-islem                      pic x(01).
01  w-son-fis                    pic 9(10).

*> gunluk toplamlar
01  w-verilen                    pic 9(07).
01  w-iade                       pic 9(07).
01  w-ucretlenen                 pic 9(07).
01  w-ucret-toplam               pic 9(09)v99.
01  w-elde-toplam                pic 9(07).
01  w-acik-sayisi                pic 9(05).

01  w-sayi-ed                    pic z(6)9.
01  w-tutar-ed                   pic z(8)9,99.

*> camasir hareket kaydi (lk-mod-hareket)
01  w-camasir-link.
    02  wcm-mod                  pic x(01).
    02  wcm-oda-tip              pic x(02).
    02  wcm-malzeme              pic x(03).
    02  wcm-malzeme-adi          pic x(20).
    02  wcm-par-adet             pic 9(03).
    02  wcm-kat                  pic x(02).
    02  wcm-islem                pic x(01).
    02  wcm-adet                 pic 9(05).
    02  wcm-kllnc                pic x(10).
    02  wcm-sonuc                pic x(01).

*> gecedrv parametresiz cagirdiginda tam gece akisi
01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic 9(08) value 0.
    02  filler                   pic x(11) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(10) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic 9(09) value 0.
    02  filler                   pic x(04) value spaces.
    02  filler                   pic x(01) value space.

linkage section.
01  havlu-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-ver               value "V".
        88  lk-mod-iade              value "I".
        88  lk-mod-sorgu             value "S".
        88  lk-mod-ucretle           value "U".
        88  lk-mod-rapor             value "R".
        88  lk-mod-gece              value "G".
*>   misafir: rez-no, yoksa bileklik/kart, yoksa oda numarasi
    02  lk-rez-no                pic 9(08).
    02  lk-oda-no                pic x(04).
    02  lk-kart-no               pic x(07).
    02  lk-adet                  pic 9(05).
    02  lk-kllnc                 pic x(10).
*>   misafirin elindeki havlu (islemden sonra)
    02  lk-elde                  pic 9(05).
*>   sorgu: eldekilerin ucreti; ucretle: folioya islenen tutar
    02  lk-tutar                 pic 9(07)v99.
*>   YOK misafir bulunamadi/evde degil, ADET adet sifir,
*>   FAZL iade eldekinden fazla, PARM fiyat/departman tanimsiz
    02  lk-red-nedeni            pic x(04).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional havlu-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     accept w-simdi from time
     if address of havlu-link = null
        set address of havlu-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move spaces to lk-red-nedeni
     perform param-oku
     open i-o havkrt
     if fs-havkrt = "35"
        close havkrt
        open output havkrt
        close havkrt
        open i-o havkrt
     end-if
     open i-o havhrk
     if fs-havhrk = "35"
        close havhrk
        open output havhrk
        close havhrk
        open i-o havhrk
     end-if
     open input rez
     if fs-havkrt not = "00" or fs-havhrk not = "00"
     or fs-rez not = "00"
        close havkrt havhrk rez
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-ver
             perform ver-isle
        when lk-mod-iade
             perform iade-isle
        when lk-mod-sorgu
             perform sorgu-isle
        when lk-mod-ucretle
             perform ucretle-isle
        when lk-mod-rapor
             perform rapor-bas
        when lk-mod-gece
             perform camasira-isle
             perform rapor-bas
        when other
             set lk-sonuc-hata to true
     end-evaluate
     close havkrt havhrk rez
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

 param-oku.
     move 0      to w-fiyat
     move spaces to w-departman
     move "HV"   to w-cam-kat
     move "HVL"  to w-cam-malzeme
     open input havlu-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close havlu-param
     .

 param-satiri.
     read havlu-param
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
        when "FIYAT"
             compute w-fiyat = function numval (w-p-deger)
        when "DEPARTMAN"
             move w-p-deger to w-departman
        when "KAT"
             move w-p-deger to w-cam-kat
        when "CAMASIR"
             move w-p-deger to w-cam-malzeme
     end-evaluate
     .

*> ---------------------------------------------------------------
*> misafir cozumu: rez-no, bileklik/kart (karthrk -> folio) ya da
*> oda; konaklama bugunu kapsamali. Bulunan REZ kaydi rez-rec'te,
*> havlu karti hvk-rec'te (yoksa bos olarak hazirlanir) kalir.
*> ---------------------------------------------------------------
 misafir-bul.
     move "H" to w-bulundu
     evaluate true
        when lk-rez-no > 0
             move lk-rez-no to rez-no
             read rez
                  invalid continue
                  not invalid move "E" to w-bulundu
             end-read
        when lk-kart-no not = spaces
             perform kart-folio-bul
             if w-folio > 0
                perform rez-tara
             end-if
        when lk-oda-no not = spaces
             move 0 to w-folio
             perform rez-tara
     end-evaluate
     if w-bulundu = "E"
        if rez-iptal-oldu or rez-no-show
        or rez-gir-tar > w-bugun or rez-cik-tar < w-bugun
           move "H" to w-bulundu
        end-if
     end-if
     if w-bulundu not = "E"
        move "YOK " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move rez-no to hvk-rez-no
     read havkrt
          invalid
              initialize hvk-rec
              move rez-no to hvk-rez-no
     end-read
     move rez-odano to hvk-odano
     move rez-folio to hvk-folio
     if lk-kart-no not = spaces
        move lk-kart-no to hvk-kart-no
     end-if
     compute w-elde = hvk-verilen - hvk-iade - hvk-ucretlenen
     .

*> kartin en son verilis/yeniden verilis kaydinin foliosu; kayip
*> bildirilmis kart gecersizdir
 kart-folio-bul.
     move 0 to w-folio
     open input karthrk
     if fs-karthrk not = "00"
        close karthrk
        exit paragraph
     end-if
     move low-values to karthrk-anah
     start karthrk key is not less than karthrk-anah
           invalid move "10" to fs-karthrk
     end-start
     perform kart-satiri
             until fs-karthrk = "10"
     close karthrk
     .

 kart-satiri.
     read karthrk next record
          at end move "10" to fs-karthrk
     end-read
     if fs-karthrk not = "00" and fs-karthrk not = "02"
        move "10" to fs-karthrk
     end-if
     if fs-karthrk = "10"
        exit paragraph
     end-if
     if karthrk-kart-no not = lk-kart-no
        exit paragraph
     end-if
     if karthrk-kayip-bildirimi
        move 0 to w-folio
     else
        move karthrk-folio to w-folio
     end-if
     .

*> folio (w-folio > 0) ya da oda ile bugunu kapsayan konaklama
 rez-tara.
     move low-values to rez-anah
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform rez-tara-satiri
             until fs-rez = "10"
                or w-bulundu = "E"
     .

 rez-tara-satiri.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez = "10"
        exit paragraph
     end-if
     if rez-iptal-oldu or rez-no-show
     or rez-gir-tar > w-bugun or rez-cik-tar < w-bugun
        exit paragraph
     end-if
     if w-folio > 0
        if rez-folio = w-folio
           move "E" to w-bulundu
        end-if
     else
        if rez-odano = lk-oda-no and rez-folio > 0
           move "E" to w-bulundu
        end-if
     end-if
     .

*> ---------------------------------------------------------------
*> masa islemleri
*> ---------------------------------------------------------------
 ver-isle.
     if lk-adet = 0
        move "ADET" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform misafir-bul
     if lk-sonuc-hata
        exit paragraph
     end-if
     add lk-adet to hvk-verilen
     move w-bugun to hvk-son-tarih
     perform kart-yaz
     move "V" to w-islem
     move 0   to w-tutar
     perform hareket-yaz
     compute lk-elde = hvk-verilen - hvk-iade - hvk-ucretlenen
     .

 iade-isle.
     if lk-adet = 0
        move "ADET" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform misafir-bul
     if lk-sonuc-hata
        exit paragraph
     end-if
     if lk-adet > w-elde
        move w-elde to lk-elde
        move "FAZL" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     add lk-adet to hvk-iade
     move w-bugun to hvk-son-tarih
     perform kart-yaz
     move "I" to w-islem
     move 0   to w-tutar
     perform hareket-yaz
     compute lk-elde = hvk-verilen - hvk-iade - hvk-ucretlenen
     .

 sorgu-isle.
     perform misafir-bul
     if lk-sonuc-hata
        exit paragraph
     end-if
     move w-elde to lk-elde
     compute lk-tutar = w-elde * w-fiyat
     .

*> eldeki havlular anlasilan fiyattan folioya; karti hic olmayan
*> ya da elinde havlu kalmayan misafir icin tutar sifir doner
 ucretle-isle.
     move 0 to lk-tutar
     perform misafir-bul
     if lk-sonuc-hata
        exit paragraph
     end-if
     move w-elde to lk-elde
     if w-elde = 0
        exit paragraph
     end-if
     if w-fiyat = 0 or w-departman = spaces
        move "PARM" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     compute w-tutar = w-elde * w-fiyat
     open i-o cast-log
     if fs-cast-log not = "00"
        close cast-log
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform son-fis-bul
     initialize cast-log-rec
     move w-bugun         to cast-log-tarih
     move rez-no          to cast-log-rez-no
     move rez-odano       to cast-log-oda-no
     move w-tutar         to cast-log-fiyati
     move w-departman     to cast-log-br-malzeme-kodu (1)
     move w-tutar         to cast-log-br-malzeme-tut (1)
     move rez-pan-tipi    to cast-log-pan-tipi
     move rez-grup-no     to cast-log-grup
     move "HAVLU"         to cast-log-rate-kodu
     move "HAVLU"         to cast-log-break-kodu
     add 1 to w-son-fis
     move w-son-fis to cast-log-fis
     write cast-log-rec
           invalid set lk-sonuc-hata to true
     end-write
     close cast-log
     if lk-sonuc-hata
        exit paragraph
     end-if
     add w-elde to hvk-ucretlenen
     move w-son-fis to hvk-ucret-fis
     move w-tutar   to hvk-ucret-tutar
     move w-bugun   to hvk-son-tarih
     perform kart-yaz
     move "U"    to w-islem
     move w-elde to lk-adet
     perform hareket-yaz
     move 0       to lk-elde
     move w-tutar to lk-tutar
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

 kart-yaz.
     rewrite hvk-rec
             invalid write hvk-rec
                           invalid set lk-sonuc-hata to true
                     end-write
     end-rewrite
     .

*> w-islem ve w-tutar cagiran tarafindan hazirlanir
 hareket-yaz.
     perform hrk-sira-bul
     initialize hvh-rec
     move w-islem        to hvh-islem
     move w-bugun        to hvh-tarih
     move w-hrk-sira     to hvh-sira
     move hvk-rez-no     to hvh-rez-no
     move hvk-odano      to hvh-odano
     move lk-kart-no     to hvh-kart-no
     move lk-adet        to hvh-adet
     move w-tutar        to hvh-tutar
     move lk-kllnc       to hvh-kllnc
     move w-simdi        to hvh-saat
     write hvh-rec invalid set lk-sonuc-hata to true end-write
     .

 hrk-sira-bul.
     move 0 to w-hrk-sira
     move w-bugun     to hvh-tarih
     move high-values to hvh-sira
     start havhrk key is less than hvh-anah
           invalid continue
     end-start
     read havhrk previous record
          at end continue
     end-read
     if fs-havhrk = "00" and hvh-tarih = w-bugun
        move hvh-sira to w-hrk-sira
     end-if
     add 1 to w-hrk-sira
     .

*> ---------------------------------------------------------------
*> gunluk toplamlar ve camasir hareketi
*> ---------------------------------------------------------------
 gun-topla.
     move 0 to w-verilen w-iade w-ucretlenen w-ucret-toplam
     move w-bugun to hvh-tarih
     move 0       to hvh-sira
     start havhrk key is not less than hvh-anah
           invalid move "10" to fs-havhrk
     end-start
     perform gun-satiri
             until fs-havhrk = "10"
     .

 gun-satiri.
     read havhrk next record
          at end move "10" to fs-havhrk
     end-read
     if fs-havhrk not = "00" and fs-havhrk not = "02"
        move "10" to fs-havhrk
     end-if
     if fs-havhrk = "10"
        exit paragraph
     end-if
     if hvh-tarih not = w-bugun
        move "10" to fs-havhrk
        exit paragraph
     end-if
     evaluate true
        when hvh-verilis
             add hvh-adet to w-verilen
        when hvh-iade
             add hvh-adet to w-iade
        when hvh-ucretlendi
             add hvh-adet  to w-ucretlenen
             add hvh-tutar to w-ucret-toplam
     end-evaluate
     .

 camasira-isle.
     perform gun-topla
     if w-verilen > 0
        move "C" to wcm-islem
        move w-verilen to wcm-adet
        perform camasir-cagir
     end-if
     if w-iade > 0
        move "I" to wcm-islem
        move w-iade to wcm-adet
        perform camasir-cagir
     end-if
     .

 camasir-cagir.
     move "H"           to wcm-mod
     move spaces        to wcm-oda-tip wcm-malzeme-adi
     move 0             to wcm-par-adet
     move w-cam-malzeme to wcm-malzeme
     move w-cam-kat     to wcm-kat
     move "HAVLU"       to wcm-kllnc
     call "camasir" using w-camasir-link
          on exception move "H" to wcm-sonuc
     end-call
     if wcm-sonuc = "H"
        set lk-sonuc-hata to true
     end-if
     .

*> ---------------------------------------------------------------
*> masa raporu
*> ---------------------------------------------------------------
 rapor-bas.
     perform gun-topla
     open output havlu-rapor
     move spaces to havlu-rapor-satir
     string "HAVLU MASASI GUNLUK RAPOR - " w-bugun
            delimited by size into havlu-rapor-satir
     write havlu-rapor-satir
     move all "-" to havlu-rapor-satir
     write havlu-rapor-satir
     move w-verilen to w-sayi-ed
     move spaces to havlu-rapor-satir
     string "VERILEN     " w-sayi-ed
            delimited by size into havlu-rapor-satir
     write havlu-rapor-satir
     move w-iade to w-sayi-ed
     move spaces to havlu-rapor-satir
     string "IADE        " w-sayi-ed
            delimited by size into havlu-rapor-satir
     write havlu-rapor-satir
     move w-ucretlenen to w-sayi-ed
     move w-ucret-toplam to w-tutar-ed
     move spaces to havlu-rapor-satir
     string "UCRETLENEN  " w-sayi-ed "  TUTAR " w-tutar-ed
            delimited by size into havlu-rapor-satir
     write havlu-rapor-satir
     move spaces to havlu-rapor-satir
     write havlu-rapor-satir
     move "CIKMIS / CIKAN MISAFIRDE ACIK KALAN HAVLU"
          to havlu-rapor-satir
     write havlu-rapor-satir
     move "REZ-NO   ODA  KART     ELDE" to havlu-rapor-satir
     write havlu-rapor-satir
     move 0 to w-elde-toplam w-acik-sayisi
     move 0 to hvk-rez-no
     start havkrt key is not less than hvk-rez-no
           invalid move "10" to fs-havkrt
     end-start
     perform acik-satiri
             until fs-havkrt = "10"
     move w-acik-sayisi to w-sayi-ed
     move spaces to havlu-rapor-satir
     string "ACIK KALAN MISAFIR " w-sayi-ed
            delimited by size into havlu-rapor-satir
     write havlu-rapor-satir
     move w-elde-toplam to w-sayi-ed
     move spaces to havlu-rapor-satir
     string "MISAFIRLERDE TOPLAM HAVLU " w-sayi-ed
            delimited by size into havlu-rapor-satir
     write havlu-rapor-satir
     close havlu-rapor
     .

*> elde havlusu olan kartlar toplanir; konaklamasi bugun ya da
*> daha once biten misafir ayrica listelenir
 acik-satiri.
     read havkrt next record
          at end move "10" to fs-havkrt
     end-read
     if fs-havkrt not = "00" and fs-havkrt not = "02"
        move "10" to fs-havkrt
     end-if
     if fs-havkrt = "10"
        exit paragraph
     end-if
     compute w-elde = hvk-verilen - hvk-iade - hvk-ucretlenen
     if w-elde = 0
        exit paragraph
     end-if
     add w-elde to w-elde-toplam
     move hvk-rez-no to rez-no
     read rez
          invalid exit paragraph
     end-read
     if rez-cik-tar > w-bugun
        exit paragraph
     end-if
     add 1 to w-acik-sayisi
     move w-elde to w-sayi-ed
     move spaces to havlu-rapor-satir
     string hvk-rez-no " " hvk-odano " " hvk-kart-no " " w-sayi-ed
            delimited by size into havlu-rapor-satir
     write havlu-rapor-satir
     .
