*> usali.cbl
*> Aylik departman kar/zarar tablosu (USALI duzeni). Gelir
*> istatistikten, gider dis muhasebe paketinden aliniyor ve ikisi
*> excel'de birlestiriliyordu; ayin 20'sinden once kimse oda ya da
*> yiyecek-icecek departman karini goremiyordu. Bu program secilen
*> ay icin:
*>   - geliri CAST-LOG break satirlarindan (folyo gelirleri) ve
*>     folyoya bagli olmayan (fat-REZ-ANAH = 0) faturalarin FATDETAY
*>     satirlarindan malzeme koduna gore departmanlara toplar;
*>     itirazda bekleyen CAST satirlari alinmaz. Tutarlar KDV
*>     harictir: FATDETAY'da tevkifat.cbl'in yazdigi KDV dusulur,
*>     diger satirlar kdvoran.prm orani (yoksa w-kdv-varsayilan)
*>     ile ayrilir,
*>   - gideri efatgel'in EFATGEL kuyrugundaki tedarikci
*>     faturalarindan (KDV haric, cari koduna gore) ve muhasebe
*>     koprusunun usali.muh devir dosyasindan (hesap kodu on-ekine
*>     gore) toplar. HESAP tarafi harici muhasebe modulunun
*>     dosyasidir (bkz. muhapost.cbl, kurdeger.cbl); gider hesaplari
*>     buraya o modulden satir olarak devredilir:
*>       tarih;hesap;belge;tutar;aciklama   (tutar borc artidir)
*>     Belge numarasi EFATGEL'de bulunan devir satiri tedarikci
*>     faturasinin muhasebe kaydidir, iki kez sayilmaz,
*>   - butceyi BUTCE'den alir: kalemin son BUTCERF reforecast'i
*>     (yoksa onayli but-TUTAR) on ikiye bolunerek aya dusurulur,
*>   - ayni hesaplari gecen yilin ayni ayi icin de yapar.
*> usali.prm departmanlari ve eslestirmeleri tasir:
*>   D;departman;aciklama;tur   - tur "I" isletme departmani (gelir,
*>                                gider, departman kari), "D"
*>                                dagitilmayan gider (genel yonetim,
*>                                satis-pazarlama, teknik, enerji...)
*>   M;malzeme;departman        - gelir malzeme kodu
*>   C;cari;departman           - tedarikci cari kodu
*>   H;hesap-on-eki;departman   - muhasebe gider hesabi (en uzun
*>                                on-ek kazanir)
*>   B;kalem;departman;G/M      - butce kalemi gelir (G) ya da
*>                                gider (M); B satiri olmayan kalemin
*>                                ilk 3 hanesi butcerf.cbl'deki gibi
*>                                malzeme kodu sayilir (gelir)
*> Departmani bulunamayan kayit GOP'a katilmaz, tablonun sonunda
*> ESLESMEYEN olarak uyarilir. Cikti:
*>   - usali.txt: departman bazinda fiili / butce / fark / gecen
*>     yil; isletme departmanlari, dagitilmayan giderler ve brut
*>     faaliyet kari (GOP),
*>   - usalidt.txt: tablodaki her rakamin kaynak kayit dokumu
*>     (kaynak, belge, tarih, kod, departman, tutar).
program-id. usali is initial program.
environment division.
input-output section.
file-control.
     copy "castlog.sel.cpy".

     copy "fatura.sel.cpy".

     copy "fatdetay.sel.cpy".

     copy "butce.sel.cpy".

     select butcerf assign to random
            butcerf-dosya
            organization indexed
            access mode is dynamic
            record key is brf-anah
            file status is fs-butcerf.

     select efatgel assign to random
            efatgel-dosya
            organization indexed
            access mode is dynamic
            record key is efg-belge-no
            file status is fs-efatgel.

     select usali-param assign to random
            usali-param-dosya
            organization line sequential
            file status is fs-param.

     select kdvoran-param assign to random
            kdvoran-param-dosya
            organization line sequential
            file status is fs-kdvoran.

     select usali-devir assign to random
            usali-devir-dosya
            organization line sequential
            file status is fs-devir.

     select usali-rapor assign to random
            usali-rapor-dosya
            organization line sequential.

     select usali-detay assign to random
            usali-detay-dosya
            organization line sequential.

data division.
file section.
 copy "castlog.lib.cpy".

 copy "fatura.lib.cpy".

 copy "fatdetay.lib.cpy".

 copy "butce.lib.cpy".

*> butce reforecast versiyonlari (duzen butcerf.cbl ile aynidir)
fd  butcerf.
01  brf-rec.
    02  brf-anah.
        03  brf-yil              pic 9(04).
        03  brf-kalem            pic x(06).
        03  brf-versiyon         pic 9(02).
    02  brf-tarih                pic 9(08).
    02  brf-tutar                pic s9(12)v99 comp-3.
    02  brf-kllnc                pic x(10).
    02  brf-aciklama             pic x(40).

*> gelen e-Fatura kuyrugu (duzen efatgel.cbl ile aynidir)
fd  efatgel.
01  efg-rec.
    02  efg-belge-no             pic x(16).
    02  efg-vergi-no             pic x(11).
    02  efg-fatura-tarih         pic 9(08).
    02  efg-tutar                pic 9(10)v99 comp-3.
    02  efg-gonderen-unvan       pic x(40).
    02  efg-durum                pic x(01).
        88  efg-beklemede            value "B".
        88  efg-islendi              value "I".
        88  efg-istisna              value "X".
    02  efg-cari-kodu            pic x(10).
    02  efg-islenme-tarihi       pic 9(08).
    02  efg-kdv-tutar            pic 9(10)v99 comp-3.

fd  usali-param.
01  param-satir                  pic x(80).

fd  kdvoran-param.
01  kdvoran-satir                pic x(80).

fd  usali-devir.
01  devir-satir                  pic x(120).

fd  usali-rapor.
01  usali-rapor-satir            pic x(132).

fd  usali-detay.
01  usali-detay-satir            pic x(132).

working-storage section.
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  fatura-dosya                 pic x(200) value "fatura.dat".
01  fatdetay-dosya               pic x(200) value "fatdetay.dat".
01  butce-dosya                  pic x(200) value "butce.dat".
01  butcerf-dosya                pic x(200) value "butcerf.dat".
01  efatgel-dosya                pic x(200) value "efatgel.dat.ix".
01  usali-param-dosya            pic x(200) value "usali.prm".
01  kdvoran-param-dosya          pic x(200) value "kdvoran.prm".
01  usali-devir-dosya            pic x(200) value "usali.muh".
01  usali-rapor-dosya            pic x(200) value "usali.txt".
01  usali-detay-dosya            pic x(200) value "usalidt.txt".
01  fs-cast-log                  pic xx.
01  fs-fatura                    pic xx.
01  fs-fatdetay                  pic xx.
01  fs-butce                     pic xx.
01  fs-butcerf                   pic xx.
01  fs-efatgel                   pic xx.
01  w-efatgel-acik               pic x(01).
01  fs-param                     pic xx.
01  fs-kdvoran                   pic xx.
01  fs-devir                     pic xx.

01  w-bugun                      pic 9(08).

*> malzeme kodu kdvoran.prm'de yoksa kullanilan KDV orani (yuzde)
01  w-kdv-varsayilan             pic 9(02)v99 value 10.

01  w-yil                        pic 9(04).
01  w-ay                         pic 9(02).

*> islenen donem: "C" secilen ay, "G" gecen yilin ayni ayi
01  w-donem-tipi                 pic x(01).
01  w-d-yil                      pic 9(04).
01  w-d-bas                      pic 9(08).
01  w-d-son                      pic 9(08).

*> cozulen parametre / devir satiri
01  w-p-tip                      pic x(01).
01  w-p-alan1                    pic x(10).
01  w-p-alan2                    pic x(30).
01  w-p-alan3                    pic x(10).
01  w-p-alan4                    pic x(20).
01  w-p-alan5                    pic x(30).

*> departmanlar (usali.prm D satirlari, dosyadaki sirayla basilir)
01  w-dpt-tablosu.
    02  w-dpt occurs 30 times.
        03  w-dpt-kodu           pic x(04).
        03  w-dpt-aciklama       pic x(30).
        03  w-dpt-tur            pic x(01).
            88  w-dpt-isletme        value "I".
            88  w-dpt-dagitilmayan   value "D".
        03  w-dpt-gelir          pic s9(13)v99.
        03  w-dpt-gider          pic s9(13)v99.
        03  w-dpt-gy-gelir       pic s9(13)v99.
        03  w-dpt-gy-gider       pic s9(13)v99.
        03  w-dpt-btc-gelir      pic s9(13)v99.
        03  w-dpt-btc-gider      pic s9(13)v99.
01  w-dpt-sayisi                 pic 9(02).
01  w-dpt-ix                     pic 9(02).
01  w-dpt-bulundu                pic x(01).

*> malzeme -> departman (M satirlari)
01  w-mlz-tablosu.
    02  w-mlz occurs 300 times.
        03  w-mlz-kodu           pic x(03).
        03  w-mlz-dpt            pic x(04).
01  w-mlz-sayisi                 pic 9(03).
01  w-mlz-ix                     pic 9(03).

*> tedarikci cari -> departman (C satirlari)
01  w-car-tablosu.
    02  w-car occurs 300 times.
        03  w-car-kodu           pic x(10).
        03  w-car-dpt            pic x(04).
01  w-car-sayisi                 pic 9(03).
01  w-car-ix                     pic 9(03).

*> muhasebe hesap on-eki -> departman (H satirlari)
01  w-hsp-tablosu.
    02  w-hsp occurs 100 times.
        03  w-hsp-onek           pic x(10).
        03  w-hsp-uzunluk        pic 9(02).
        03  w-hsp-dpt            pic x(04).
01  w-hsp-sayisi                 pic 9(03).
01  w-hsp-ix                     pic 9(03).
01  w-hsp-en-uzun                pic 9(02).

*> butce kalemi -> departman (B satirlari)
01  w-btk-tablosu.
    02  w-btk occurs 300 times.
        03  w-btk-kalem          pic x(06).
        03  w-btk-dpt            pic x(04).
        03  w-btk-tip            pic x(01).
01  w-btk-sayisi                 pic 9(03).
01  w-btk-ix                     pic 9(03).

*> kdvoran.prm
01  w-oran-tablosu.
    02  w-orn occurs 100 times.
        03  w-orn-malzeme        pic x(03).
        03  w-orn-oran           pic 9(02)v99.
01  w-oran-sayisi                pic 9(03).
01  w-oran-ix                    pic 9(03).
01  w-oran                       pic 9(02)v99.

*> eslesmeyen (departmani bulunamayan) toplamlar
01  w-esl-gelir                  pic s9(13)v99.
01  w-esl-gider                  pic s9(13)v99.
01  w-esl-gy-gelir               pic s9(13)v99.
01  w-esl-gy-gider               pic s9(13)v99.
01  w-esl-btc                    pic s9(13)v99.
01  w-esl-sayisi                 pic 9(05).

*> islenen kaynak kayit
01  w-k-kaynak                   pic x(04).
01  w-k-belge                    pic x(20).
01  w-k-tarih                    pic 9(08).
01  w-k-kod                      pic x(10).
01  w-k-dpt                      pic x(04).
01  w-k-tip                      pic x(01).
01  w-k-tutar                    pic s9(13)v99.
01  w-k-malzeme                  pic x(03).
01  w-k-brut                     pic s9(13)v99.
01  w-k-kdv                      pic s9(13)v99.
01  w-break-ix                   pic 9(02).
01  w-mukerrer-sayisi            pic 9(05).

01  w-btc-aylik                  pic s9(13)v99.
01  w-versiyon-var               pic x(01).

*> tablo satiri
01  w-r-etiket                   pic x(37).
01  w-r-fiili                    pic s9(13)v99.
01  w-r-butce                    pic s9(13)v99.
01  w-r-gy                       pic s9(13)v99.
01  w-r-fark                     pic s9(13)v99.

01  w-top-gelir                  pic s9(13)v99.
01  w-top-btc-gelir              pic s9(13)v99.
01  w-top-gy-gelir               pic s9(13)v99.
01  w-top-kar                    pic s9(13)v99.
01  w-top-btc-kar                pic s9(13)v99.
01  w-top-gy-kar                 pic s9(13)v99.
01  w-top-dag                    pic s9(13)v99.
01  w-top-btc-dag                pic s9(13)v99.
01  w-top-gy-dag                 pic s9(13)v99.
01  w-gop                        pic s9(13)v99.
01  w-btc-gop                    pic s9(13)v99.
01  w-gy-gop                     pic s9(13)v99.

01  w-tutar-ed                   pic z(11)9,99-.
01  w-tutar-ed2                  pic z(11)9,99-.
01  w-tutar-ed3                  pic z(11)9,99-.
01  w-tutar-ed4                  pic z(11)9,99-.
01  w-sayi-ed                    pic z(4)9.

linkage section.
01  usali-link.
*>   0 ise bir onceki ay
    02  lk-yil                   pic 9(04).
    02  lk-ay                    pic 9(02).
    02  lk-gop                   pic s9(13)v99.
    02  lk-eslesmeyen-sayisi     pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using usali-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move 0 to lk-gop lk-eslesmeyen-sayisi
     if lk-yil = 0 or lk-ay = 0
        move w-bugun (1:4) to w-yil
        move w-bugun (5:2) to w-ay
        if w-ay = 1
           move 12 to w-ay
           subtract 1 from w-yil
        else
           subtract 1 from w-ay
        end-if
     else
        move lk-yil to w-yil
        move lk-ay  to w-ay
     end-if
     initialize w-dpt-tablosu
     move 0 to w-dpt-sayisi w-mlz-sayisi w-car-sayisi w-hsp-sayisi
     move 0 to w-btk-sayisi w-oran-sayisi
     move 0 to w-esl-gelir w-esl-gider w-esl-gy-gelir w-esl-gy-gider
     move 0 to w-esl-btc w-esl-sayisi w-mukerrer-sayisi
     perform param-oku
     perform kdvoran-oku
     if w-dpt-sayisi = 0
        set lk-sonuc-hata to true
        goback
     end-if
     open input cast-log
     open input fatura
     open input fatdetay
     open input efatgel
     if fs-efatgel = "00"
        move "E" to w-efatgel-acik
     else
        move "H" to w-efatgel-acik
     end-if
     if fs-cast-log not = "00" or fs-fatura not = "00"
     or fs-fatdetay not = "00"
        close cast-log fatura fatdetay
        if w-efatgel-acik = "E"
           close efatgel
        end-if
        set lk-sonuc-hata to true
        goback
     end-if
     open output usali-detay
     move spaces to usali-detay-satir
     string "USALI KAYNAK KAYIT DOKUMU  DONEM " w-yil "/" w-ay
            "  (G = GECEN YIL AYNI AY, ???? = ESLESMEYEN)"
            delimited by size into usali-detay-satir
     write usali-detay-satir
     move spaces to usali-detay-satir
     string "D KYNK BELGE                TARIH    KOD        DPT  "
            "T            TUTAR"
            delimited by size into usali-detay-satir
     write usali-detay-satir
     move all "-" to usali-detay-satir
     write usali-detay-satir
     move "C" to w-donem-tipi
     move w-yil to w-d-yil
     perform donem-isle
     move "G" to w-donem-tipi
     compute w-d-yil = w-yil - 1
     perform donem-isle
     close cast-log fatura fatdetay
     if w-efatgel-acik = "E"
        close efatgel
     end-if
     perform butce-oku
     close usali-detay
     perform tablo-dokumu
     move w-gop         to lk-gop
     move w-esl-sayisi  to lk-eslesmeyen-sayisi
     goback.

*> ---------------------------------------------------------------
*> parametreler
*> ---------------------------------------------------------------
 param-oku.
     open input usali-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close usali-param
     .

 param-satiri.
     read usali-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00"
     or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-alan1 w-p-alan2 w-p-alan3
     unstring param-satir delimited by ";"
              into w-p-tip w-p-alan1 w-p-alan2 w-p-alan3
     end-unstring
     evaluate w-p-tip
        when "D"
             if w-dpt-sayisi < 30
                add 1 to w-dpt-sayisi
                move w-p-alan1 to w-dpt-kodu (w-dpt-sayisi)
                move w-p-alan2 to w-dpt-aciklama (w-dpt-sayisi)
                move w-p-alan3 to w-dpt-tur (w-dpt-sayisi)
                if not w-dpt-dagitilmayan (w-dpt-sayisi)
                   set w-dpt-isletme (w-dpt-sayisi) to true
                end-if
             end-if
        when "M"
             if w-mlz-sayisi < 300
                add 1 to w-mlz-sayisi
                move w-p-alan1 to w-mlz-kodu (w-mlz-sayisi)
                move w-p-alan2 to w-mlz-dpt (w-mlz-sayisi)
             end-if
        when "C"
             if w-car-sayisi < 300
                add 1 to w-car-sayisi
                move w-p-alan1 to w-car-kodu (w-car-sayisi)
                move w-p-alan2 to w-car-dpt (w-car-sayisi)
             end-if
        when "H"
             if w-hsp-sayisi < 100
                add 1 to w-hsp-sayisi
                move w-p-alan1 to w-hsp-onek (w-hsp-sayisi)
                move 0 to w-hsp-uzunluk (w-hsp-sayisi)
                inspect w-p-alan1 tallying w-hsp-uzunluk (w-hsp-sayisi)
                        for characters before initial space
                move w-p-alan2 to w-hsp-dpt (w-hsp-sayisi)
             end-if
        when "B"
             if w-btk-sayisi < 300
                add 1 to w-btk-sayisi
                move w-p-alan1 to w-btk-kalem (w-btk-sayisi)
                move w-p-alan2 to w-btk-dpt (w-btk-sayisi)
                move w-p-alan3 to w-btk-tip (w-btk-sayisi)
             end-if
     end-evaluate
     .

*> kdvoran.prm: malzeme;oran
 kdvoran-oku.
     open input kdvoran-param
     if fs-kdvoran not = "00"
        exit paragraph
     end-if
     perform kdvoran-satiri
             until fs-kdvoran not = "00"
     close kdvoran-param
     .

 kdvoran-satiri.
     read kdvoran-param
          at end move "10" to fs-kdvoran
     end-read
     if fs-kdvoran not = "00"
     or kdvoran-satir = spaces
     or w-oran-sayisi >= 100
        exit paragraph
     end-if
     move spaces to w-p-alan1 w-p-alan3
     unstring kdvoran-satir delimited by ";"
              into w-p-alan1 w-p-alan3
     end-unstring
     inspect w-p-alan3 replacing all "," by "."
     add 1 to w-oran-sayisi
     move w-p-alan1 to w-orn-malzeme (w-oran-sayisi)
     compute w-orn-oran (w-oran-sayisi) = function numval (w-p-alan3)
     .

*> ---------------------------------------------------------------
*> bir donemin (secilen ay ya da gecen yil ayni ay) kaynaklari
*> ---------------------------------------------------------------
 donem-isle.
     move w-d-yil to w-d-bas (1:4)
     move w-ay    to w-d-bas (5:2)
     move "01"    to w-d-bas (7:2)
     if w-ay = 12
        compute w-d-son = function date-of-integer
                (function integer-of-date ((w-d-yil + 1) * 10000 + 101)
                 - 1)
     else
        compute w-d-son = function date-of-integer
                (function integer-of-date (w-d-bas + 100) - 1)
     end-if
     perform cast-gelir
     perform fatura-gelir
     if w-efatgel-acik = "E"
        perform efatgel-gider
     end-if
     perform devir-gider
     .

*> folyo gelirleri: CAST-LOG tarih sirali alternatif anahtarla
 cast-gelir.
     move w-d-bas    to cast-log-tarih
     move 0          to cast-log-rez-no
     move 0          to cast-log-fis
     start cast-log key is not less than cast-log-alt
           invalid move "10" to fs-cast-log
     end-start
     perform cast-satiri
             until fs-cast-log = "10"
     move "00" to fs-cast-log
     .

 cast-satiri.
     read cast-log next record
          at end move "10" to fs-cast-log
     end-read
     if fs-cast-log not = "00" and fs-cast-log not = "02"
        move "10" to fs-cast-log
     end-if
     if fs-cast-log = "10"
        exit paragraph
     end-if
     if cast-log-tarih > w-d-son
        move "10" to fs-cast-log
        exit paragraph
     end-if
     if cast-log-itirazda
        exit paragraph
     end-if
     perform cast-break-satiri
             varying w-break-ix from 1 by 1
             until w-break-ix > 15
     .

 cast-break-satiri.
     if cast-log-br-malzeme-kodu (w-break-ix) = spaces
     or cast-log-br-malzeme-tut (w-break-ix) = 0
        exit paragraph
     end-if
     move "CAST" to w-k-kaynak
     move spaces to w-k-belge
     string cast-log-fis "/" cast-log-rez-no
            delimited by size into w-k-belge
     move cast-log-tarih to w-k-tarih
     move cast-log-br-malzeme-kodu (w-break-ix) to w-k-malzeme
     move cast-log-br-malzeme-tut (w-break-ix)  to w-k-brut
     move w-kdv-varsayilan to w-oran
     perform oran-bul
             varying w-oran-ix from 1 by 1
             until w-oran-ix > w-oran-sayisi
     compute w-k-kdv rounded = w-k-brut * w-oran / (100 + w-oran)
     compute w-k-tutar = w-k-brut - w-k-kdv
     perform gelir-isle
     .

*> folyoya bagli olmayan faturalar (dogrudan satis)
 fatura-gelir.
     move low-values to fat-anah
     start fatura key is not less than fat-anah
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
     if fat-tarih < w-d-bas or fat-tarih > w-d-son
     or fat-rez-anah not = 0
        exit paragraph
     end-if
     move fat-anah to fdt-fat-no
     move 0        to fdt-sira
     start fatdetay key is not less than fdt-anah
           invalid move "10" to fs-fatdetay
     end-start
     perform fatdetay-satiri
             until fs-fatdetay = "10"
     move "00" to fs-fatdetay
     .

 fatdetay-satiri.
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
     move "FATD" to w-k-kaynak
     move spaces to w-k-belge
     string fat-anah "/" fdt-sira
            delimited by size into w-k-belge
     move fat-tarih        to w-k-tarih
     move fdt-malzeme-kodu to w-k-malzeme
     move fdt-tl-tutar     to w-k-brut
     if fdt-kdv-oran > 0 or fdt-kdv-tutar not = 0
        move fdt-kdv-tutar to w-k-kdv
     else
        move w-kdv-varsayilan to w-oran
        perform oran-bul
                varying w-oran-ix from 1 by 1
                until w-oran-ix > w-oran-sayisi
        compute w-k-kdv rounded = w-k-brut * w-oran / (100 + w-oran)
     end-if
     compute w-k-tutar = w-k-brut - w-k-kdv
     perform gelir-isle
     .

 oran-bul.
     if w-orn-malzeme (w-oran-ix) = w-k-malzeme
        move w-orn-oran (w-oran-ix) to w-oran
        move w-oran-sayisi to w-oran-ix
     end-if
     .

 gelir-isle.
     move "G"         to w-k-tip
     move w-k-malzeme to w-k-kod
     move "????"      to w-k-dpt
     perform malzeme-ara
             varying w-mlz-ix from 1 by 1
             until w-mlz-ix > w-mlz-sayisi
     perform kayit-topla
     .

 malzeme-ara.
     if w-mlz-kodu (w-mlz-ix) = w-k-malzeme
        move w-mlz-dpt (w-mlz-ix) to w-k-dpt
        move w-mlz-sayisi to w-mlz-ix
     end-if
     .

*> tedarikci faturalari: KDV haric, cari koduna gore
 efatgel-gider.
     move low-values to efg-belge-no
     start efatgel key is not less than efg-belge-no
           invalid move "10" to fs-efatgel
     end-start
     perform efatgel-satiri
             until fs-efatgel = "10"
     move "00" to fs-efatgel
     .

 efatgel-satiri.
     read efatgel next record
          at end move "10" to fs-efatgel
     end-read
     if fs-efatgel not = "00" and fs-efatgel not = "02"
        move "10" to fs-efatgel
     end-if
     if fs-efatgel = "10"
        exit paragraph
     end-if
     if efg-fatura-tarih < w-d-bas or efg-fatura-tarih > w-d-son
        exit paragraph
     end-if
     move "EFAT"           to w-k-kaynak
     move efg-belge-no     to w-k-belge
     move efg-fatura-tarih to w-k-tarih
     move "M"              to w-k-tip
     move efg-cari-kodu    to w-k-kod
     compute w-k-tutar = efg-tutar - efg-kdv-tutar
     move "????" to w-k-dpt
     if efg-cari-kodu not = spaces
        perform cari-ara
                varying w-car-ix from 1 by 1
                until w-car-ix > w-car-sayisi
     end-if
     perform kayit-topla
     .

 cari-ara.
     if w-car-kodu (w-car-ix) = efg-cari-kodu
        move w-car-dpt (w-car-ix) to w-k-dpt
        move w-car-sayisi to w-car-ix
     end-if
     .

*> muhasebe koprusunden devredilen gider hesaplari
 devir-gider.
     open input usali-devir
     if fs-devir not = "00"
        exit paragraph
     end-if
     perform devir-satiri
             until fs-devir not = "00"
     close usali-devir
     .

 devir-satiri.
     read usali-devir
          at end move "10" to fs-devir
     end-read
     if fs-devir not = "00"
     or devir-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-alan1 w-p-alan2 w-p-alan3 w-p-alan4
     move spaces to w-p-alan5
     unstring devir-satir delimited by ";"
              into w-p-alan1 w-p-alan3 w-p-alan4 w-p-alan2 w-p-alan5
     end-unstring
     if w-p-alan1 (1:8) is not numeric
        exit paragraph
     end-if
     move w-p-alan1 (1:8) to w-k-tarih
     if w-k-tarih < w-d-bas or w-k-tarih > w-d-son
        exit paragraph
     end-if
*>   tedarikci faturasinin muhasebe kaydi EFATGEL'den zaten sayildi
     if w-efatgel-acik = "E" and w-p-alan4 not = spaces
        move w-p-alan4 to efg-belge-no
        read efatgel key is efg-belge-no
             invalid continue
             not invalid
                 if w-donem-tipi = "C"
                    add 1 to w-mukerrer-sayisi
                 end-if
                 exit paragraph
        end-read
     end-if
     move "MUHA"     to w-k-kaynak
     move w-p-alan4  to w-k-belge
     move "M"        to w-k-tip
     move w-p-alan3  to w-k-kod
     inspect w-p-alan2 replacing all "," by "."
     compute w-k-tutar = function numval (w-p-alan2)
     move "????" to w-k-dpt
     move 0 to w-hsp-en-uzun
     perform hesap-ara
             varying w-hsp-ix from 1 by 1
             until w-hsp-ix > w-hsp-sayisi
     perform kayit-topla
     .

*> en uzun eslesen on-ek
 hesap-ara.
     if w-hsp-uzunluk (w-hsp-ix) > w-hsp-en-uzun
        if w-k-kod (1:w-hsp-uzunluk (w-hsp-ix))
           = w-hsp-onek (w-hsp-ix) (1:w-hsp-uzunluk (w-hsp-ix))
           move w-hsp-dpt (w-hsp-ix)      to w-k-dpt
           move w-hsp-uzunluk (w-hsp-ix)  to w-hsp-en-uzun
        end-if
     end-if
     .

*> kaynak kaydi departmanina ekler ve dokum satirini yazar
 kayit-topla.
     move "H" to w-dpt-bulundu
     if w-k-dpt not = "????"
        perform departman-ara
                varying w-dpt-ix from 1 by 1
                until w-dpt-ix > w-dpt-sayisi or w-dpt-bulundu = "E"
     end-if
     if w-dpt-bulundu = "E"
        subtract 1 from w-dpt-ix
        evaluate true
           when w-k-tip = "G" and w-donem-tipi = "C"
                add w-k-tutar to w-dpt-gelir (w-dpt-ix)
           when w-k-tip = "G"
                add w-k-tutar to w-dpt-gy-gelir (w-dpt-ix)
           when w-donem-tipi = "C"
                add w-k-tutar to w-dpt-gider (w-dpt-ix)
           when other
                add w-k-tutar to w-dpt-gy-gider (w-dpt-ix)
        end-evaluate
     else
        move "????" to w-k-dpt
        add 1 to w-esl-sayisi
        evaluate true
           when w-k-tip = "G" and w-donem-tipi = "C"
                add w-k-tutar to w-esl-gelir
           when w-k-tip = "G"
                add w-k-tutar to w-esl-gy-gelir
           when w-donem-tipi = "C"
                add w-k-tutar to w-esl-gider
           when other
                add w-k-tutar to w-esl-gy-gider
        end-evaluate
     end-if
     move w-k-tutar to w-tutar-ed
     move spaces to usali-detay-satir
     string w-donem-tipi " " w-k-kaynak " " w-k-belge " " w-k-tarih
            " " w-k-kod " " w-k-dpt " " w-k-tip w-tutar-ed
            delimited by size into usali-detay-satir
     write usali-detay-satir
     .

 departman-ara.
     if w-dpt-kodu (w-dpt-ix) = w-k-dpt
        move "E" to w-dpt-bulundu
     end-if
     .

*> ---------------------------------------------------------------
*> butce: kalemin son reforecast'i (yoksa but-TUTAR) / 12
*> ---------------------------------------------------------------
 butce-oku.
     open input butce
     if fs-butce not = "00"
        close butce
        exit paragraph
     end-if
     open input butcerf
     move w-yil      to but-yil
     move low-values to but-kalem
     start butce key is not less than but-anah
           invalid move "10" to fs-butce
     end-start
     perform butce-satiri
             until fs-butce = "10"
     close butce butcerf
     .

 butce-satiri.
     read butce next record
          at end move "10" to fs-butce
     end-read
     if fs-butce not = "00" and fs-butce not = "02"
        move "10" to fs-butce
     end-if
     if fs-butce = "10"
        exit paragraph
     end-if
     if but-yil not = w-yil
        move "10" to fs-butce
        exit paragraph
     end-if
     move "H" to w-versiyon-var
     if fs-butcerf = "00"
        perform son-versiyon-bul
     end-if
     if w-versiyon-var = "E"
        compute w-btc-aylik rounded = brf-tutar / 12
     else
        if not but-butce-onayli
           exit paragraph
        end-if
        compute w-btc-aylik rounded = but-tutar / 12
     end-if
     move "????" to w-k-dpt
     move "G"    to w-k-tip
     perform kalem-ara
             varying w-btk-ix from 1 by 1
             until w-btk-ix > w-btk-sayisi
     if w-k-dpt = "????"
        move but-kalem (1:3) to w-k-malzeme
        perform malzeme-ara
                varying w-mlz-ix from 1 by 1
                until w-mlz-ix > w-mlz-sayisi
     end-if
     move "H" to w-dpt-bulundu
     if w-k-dpt not = "????"
        perform departman-ara
                varying w-dpt-ix from 1 by 1
                until w-dpt-ix > w-dpt-sayisi or w-dpt-bulundu = "E"
     end-if
     if w-dpt-bulundu = "H"
        add w-btc-aylik to w-esl-btc
        add 1 to w-esl-sayisi
        move "????" to w-k-dpt
     else
        subtract 1 from w-dpt-ix
        if w-k-tip = "M"
           add w-btc-aylik to w-dpt-btc-gider (w-dpt-ix)
        else
           add w-btc-aylik to w-dpt-btc-gelir (w-dpt-ix)
        end-if
     end-if
     move w-btc-aylik to w-tutar-ed
     move spaces to usali-detay-satir
     string "B BTCE " but-kalem "               " w-yil "0000 "
            but-kalem "     " w-k-dpt " " w-k-tip w-tutar-ed
            delimited by size into usali-detay-satir
     write usali-detay-satir
     .

 kalem-ara.
     if w-btk-kalem (w-btk-ix) = but-kalem
        move w-btk-dpt (w-btk-ix) to w-k-dpt
        move w-btk-tip (w-btk-ix) to w-k-tip
        move w-btk-sayisi to w-btk-ix
     end-if
     .

 son-versiyon-bul.
     move w-yil       to brf-yil
     move but-kalem   to brf-kalem
     move high-values to brf-versiyon
     start butcerf key is less than brf-anah
           invalid move "23" to fs-butcerf
     end-start
     if fs-butcerf = "00"
        read butcerf previous record
             at end continue
        end-read
        if fs-butcerf = "00"
        and brf-yil = w-yil and brf-kalem = but-kalem
           move "E" to w-versiyon-var
        end-if
     end-if
     move "00" to fs-butcerf
     .

*> ---------------------------------------------------------------
*> USALI tablosu
*> ---------------------------------------------------------------
 tablo-dokumu.
     move 0 to w-top-gelir w-top-btc-gelir w-top-gy-gelir
     move 0 to w-top-kar w-top-btc-kar w-top-gy-kar
     move 0 to w-top-dag w-top-btc-dag w-top-gy-dag
     open output usali-rapor
     move spaces to usali-rapor-satir
     string "USALI DEPARTMAN KAR/ZARAR TABLOSU  DONEM " w-yil "/" w-ay
            "  DUZENLEME " w-bugun
            delimited by size into usali-rapor-satir
     write usali-rapor-satir
     move spaces to usali-rapor-satir
     string "                                                FIILI"
            "            BUTCE             FARK        GECEN YIL"
            delimited by size into usali-rapor-satir
     write usali-rapor-satir
     move all "-" to usali-rapor-satir
     write usali-rapor-satir
     move "ISLETME DEPARTMANLARI" to usali-rapor-satir
     write usali-rapor-satir
     perform isletme-departmani
             varying w-dpt-ix from 1 by 1
             until w-dpt-ix > w-dpt-sayisi
     move all "-" to usali-rapor-satir
     write usali-rapor-satir
     move "TOPLAM ISLETME GELIRI" to w-r-etiket
     move w-top-gelir     to w-r-fiili
     move w-top-btc-gelir to w-r-butce
     move w-top-gy-gelir  to w-r-gy
     perform tablo-satiri
     move "TOPLAM DEPARTMAN KARI" to w-r-etiket
     move w-top-kar       to w-r-fiili
     move w-top-btc-kar   to w-r-butce
     move w-top-gy-kar    to w-r-gy
     perform tablo-satiri
     move spaces to usali-rapor-satir
     write usali-rapor-satir
     move "DAGITILMAYAN ISLETME GIDERLERI" to usali-rapor-satir
     write usali-rapor-satir
     perform dagitilmayan-gider
             varying w-dpt-ix from 1 by 1
             until w-dpt-ix > w-dpt-sayisi
     move all "-" to usali-rapor-satir
     write usali-rapor-satir
     move "TOPLAM DAGITILMAYAN GIDER" to w-r-etiket
     move w-top-dag       to w-r-fiili
     move w-top-btc-dag   to w-r-butce
     move w-top-gy-dag    to w-r-gy
     perform tablo-satiri
     move all "=" to usali-rapor-satir
     write usali-rapor-satir
     compute w-gop     = w-top-kar - w-top-dag
     compute w-btc-gop = w-top-btc-kar - w-top-btc-dag
     compute w-gy-gop  = w-top-gy-kar - w-top-gy-dag
     move "BRUT FAALIYET KARI (GOP)" to w-r-etiket
     move w-gop       to w-r-fiili
     move w-btc-gop   to w-r-butce
     move w-gy-gop    to w-r-gy
     perform tablo-satiri
     if w-esl-sayisi > 0
        move spaces to usali-rapor-satir
        write usali-rapor-satir
        move w-esl-sayisi to w-sayi-ed
        move spaces to usali-rapor-satir
        string "UYARI: DEPARTMANI BULUNAMAYAN " w-sayi-ed
               " KAYIT GOP'A KATILMADI (usalidt.txt'de ????)"
               delimited by size into usali-rapor-satir
        write usali-rapor-satir
        move "  ESLESMEYEN GELIR" to w-r-etiket
        move w-esl-gelir    to w-r-fiili
        move 0              to w-r-butce
        move w-esl-gy-gelir to w-r-gy
        perform tablo-satiri
        move "  ESLESMEYEN GIDER" to w-r-etiket
        move w-esl-gider    to w-r-fiili
        move 0              to w-r-butce
        move w-esl-gy-gider to w-r-gy
        perform tablo-satiri
        move "  ESLESMEYEN BUTCE" to w-r-etiket
        move 0              to w-r-fiili
        move w-esl-btc      to w-r-butce
        move 0              to w-r-gy
        perform tablo-satiri
     end-if
     if w-mukerrer-sayisi > 0
        move w-mukerrer-sayisi to w-sayi-ed
        move spaces to usali-rapor-satir
        string "BILGI: " w-sayi-ed " MUHASEBE DEVIR SATIRI TEDARIKCI"
               " FATURASI OLARAK EFATGEL'DEN SAYILDI"
               delimited by size into usali-rapor-satir
        write usali-rapor-satir
     end-if
     close usali-rapor
     .

 isletme-departmani.
     if not w-dpt-isletme (w-dpt-ix)
        exit paragraph
     end-if
     move spaces to usali-rapor-satir
     string "  " w-dpt-kodu (w-dpt-ix) " " w-dpt-aciklama (w-dpt-ix)
            delimited by size into usali-rapor-satir
     write usali-rapor-satir
     move "      GELIR" to w-r-etiket
     move w-dpt-gelir (w-dpt-ix)     to w-r-fiili
     move w-dpt-btc-gelir (w-dpt-ix) to w-r-butce
     move w-dpt-gy-gelir (w-dpt-ix)  to w-r-gy
     perform tablo-satiri
     move "      DEPARTMAN GIDERI" to w-r-etiket
     move w-dpt-gider (w-dpt-ix)     to w-r-fiili
     move w-dpt-btc-gider (w-dpt-ix) to w-r-butce
     move w-dpt-gy-gider (w-dpt-ix)  to w-r-gy
     perform tablo-satiri
     move "      DEPARTMAN KARI" to w-r-etiket
     compute w-r-fiili = w-dpt-gelir (w-dpt-ix)
                       - w-dpt-gider (w-dpt-ix)
     compute w-r-butce = w-dpt-btc-gelir (w-dpt-ix)
                       - w-dpt-btc-gider (w-dpt-ix)
     compute w-r-gy    = w-dpt-gy-gelir (w-dpt-ix)
                       - w-dpt-gy-gider (w-dpt-ix)
     perform tablo-satiri
     add w-dpt-gelir (w-dpt-ix)     to w-top-gelir
     add w-dpt-btc-gelir (w-dpt-ix) to w-top-btc-gelir
     add w-dpt-gy-gelir (w-dpt-ix)  to w-top-gy-gelir
     add w-r-fiili                  to w-top-kar
     add w-r-butce                  to w-top-btc-kar
     add w-r-gy                     to w-top-gy-kar
     .

*> dagitilmayan departmana eslenen gelir (varsa) giderden dusulur
 dagitilmayan-gider.
     if not w-dpt-dagitilmayan (w-dpt-ix)
        exit paragraph
     end-if
     move spaces to w-r-etiket
     string "  " w-dpt-kodu (w-dpt-ix) " " w-dpt-aciklama (w-dpt-ix)
            delimited by size into w-r-etiket
     compute w-r-fiili = w-dpt-gider (w-dpt-ix)
                       - w-dpt-gelir (w-dpt-ix)
     compute w-r-butce = w-dpt-btc-gider (w-dpt-ix)
                       - w-dpt-btc-gelir (w-dpt-ix)
     compute w-r-gy    = w-dpt-gy-gider (w-dpt-ix)
                       - w-dpt-gy-gelir (w-dpt-ix)
     perform tablo-satiri
     add w-r-fiili to w-top-dag
     add w-r-butce to w-top-btc-dag
     add w-r-gy    to w-top-gy-dag
     .

 tablo-satiri.
     compute w-r-fark = w-r-fiili - w-r-butce
     move w-r-fiili to w-tutar-ed
     move w-r-butce to w-tutar-ed2
     move w-r-fark  to w-tutar-ed3
     move w-r-gy    to w-tutar-ed4
     move spaces to usali-rapor-satir
     string w-r-etiket w-tutar-ed " " w-tutar-ed2 " " w-tutar-ed3
            " " w-tutar-ed4
            delimited by size into usali-rapor-satir
     write usali-rapor-satir
     .
