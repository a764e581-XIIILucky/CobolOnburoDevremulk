*> rfmseg.cbl
*> Misafir RFM segmentasyonu ve pazarlama kampanya cikisi. FIHRIST
*> her profilin konaklama sayisini, toplam folio tutarini ve son
*> konaklama tarihini biliyor ama pazarlama herkese ayni postayi
*> gonderiyordu. Bu program periyodik calisir:
*>   - her profil icin yakinlik (son konaklamadan bu yana gun),
*>     siklik (fih-KONAKLAMA-SAYISI) ve harcama (fih-TOPLAM-FOLIO-
*>     TUTARI) 1-5 arasi puanlanir (esikler rfmseg.prm R / F / M)
*>     ve profil bir segmente atanir: kayip (yakinlik 1), tek
*>     seferlik (tek konaklama), sampiyon (yakinlik, siklik ve
*>     harcama en az 4), sadik (yakinlik 3+, siklik 2+), geri
*>     kalan riskli,
*>   - profilin konaklamalari REZ'de ad + soyadiyla bulunur
*>     (fihbirle'nin benzerlik olcusu - dogum verisi fihrist'te
*>     yoktur); bu konaklamalarin CAST-log departman kirilimi
*>     harcama dagilimina (konaklama / yiyecek-icecek / spa /
*>     diger; departman eslemesi rfmseg.prm MIX) toplanir, en
*>     son konaklamanin e-posta adresi (rez-adres1) profile
*>     baglanir,
*>   - sonuc RFMSEG'e yazilir; segment basina kampanya dosyasi
*>     (rfm-<segment>.csv) yalniz gecerli ve IYS onayli izni
*>     (iyssenk IZIN, kanal rfmseg.prm KANAL, varsayilan E) olan
*>     misafirleri icerir; KVKK imhasi tespit edilmis profil
*>     (fih-KVKK-IMHA-TAR) hicbir cikisa ve RFMSEG'e alinmaz,
*>   - segment dokumu (adet, izinli adet, harcama dagilimi)
*>     rfmseg.txt'ye basilir.
program-id. rfmseg.
environment division.
input-output section.
file-control.
     copy "fihrist.sel.cpy".

     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     copy "rfmseg.sel.cpy".

     select izin assign to random
            izin-dosya
            organization indexed
            access mode is dynamic
            record key is izn-anah
            file status is fs-izin.

     select rfmwrk assign to random
            rfmwrk-dosya
            organization indexed
            access mode is dynamic
            record key is wrk-anah
            alternate record key is wrk-rez-no
            file status is fs-rfmwrk.

     select rfmseg-param assign to random
            rfmseg-param-dosya
            organization line sequential
            file status is fs-param.

     select rfm-kampanya assign to random
            rfm-kampanya-dosya
            organization line sequential.

     select rfmseg-rapor assign to random
            rfmseg-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "fihrist.lib.cpy".

 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

 copy "rfmseg.lib.cpy".

*> (duzen iyssenk.cbl ile aynidir)
fd  izin.
01  izn-rec.
    02  izn-anah.
        03  izn-adres            pic x(60).
        03  izn-kanal            pic x(01).
    02  izn-izin-durumu          pic x(01).
        88  izn-izin-var             value "V".
        88  izn-izin-ret             value "R".
    02  izn-iys-durumu           pic x(01).
        88  izn-iys-bildirilecek     value "B".
        88  izn-iys-gonderildi       value "G".
        88  izn-iys-onaylandi        value "O".
        88  izn-iys-reddedildi       value "R".
    02  izn-izin-tarihi          pic 9(08).
    02  izn-iys-tarihi           pic 9(08).

*> calisma dosyasi: ad + soyadi + rezervasyon; her calismada
*> yeniden kurulur
fd  rfmwrk.
01  wrk-rec.
    02  wrk-anah.
        03  wrk-adi              pic x(20).
        03  wrk-soyadi           pic x(20).
        03  wrk-rez              pic 9(08).
    02  wrk-rez-no               pic 9(08).
    02  wrk-cik-tar              pic 9(08).
    02  wrk-adres                pic x(60).
    02  wrk-mix-tut              pic s9(11)v99 occurs 4 times.

fd  rfmseg-param.
01  param-satir                  pic x(80).

fd  rfm-kampanya.
01  kampanya-satir               pic x(200).

fd  rfmseg-rapor.
01  rfmseg-rapor-satir           pic x(132).

working-storage section.
01  fihrist-dosya                pic x(200) value "fihrist.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  rfmseg-dosya                 pic x(200) value "rfmseg.dat".
01  izin-dosya                   pic x(200) value "izin.dat".
01  rfmwrk-dosya                 pic x(200) value "rfmwrk.dat".
01  rfmseg-param-dosya           pic x(200) value "rfmseg.prm".
01  rfm-kampanya-dosya           pic x(200) value spaces.
01  rfmseg-rapor-dosya           pic x(200) value "rfmseg.txt".
01  fs-fihrist                   pic xx.
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-rfmseg                    pic xx.
01  fs-izin                      pic xx.
01  fs-rfmwrk                    pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-gun                  pic 9(07).
01  w-izin-acik                  pic x(01).

*> rfmseg.prm:
*>   R;gun5;gun4;gun3;gun2   (son konaklamadan bu yana en cok gun)
*>   F;kon5;kon4;kon3;kon2   (en az konaklama)
*>   M;tut5;tut4;tut3;tut2   (en az toplam folio)
*>   MIX;departman;K|Y|S     (eslenmeyen departman D diger)
*>   KANAL;izin-kanali
01  w-esik-tablosu.
    02  w-r-esik                 pic 9(05) occurs 4 times.
    02  w-f-esik                 pic 9(05) occurs 4 times.
    02  w-m-esik                 pic 9(11) occurs 4 times.
01  w-kanal                      pic x(01) value "E".
01  w-p-tip                      pic x(10).
01  w-p-alan                     pic x(15) occurs 4 times.
01  w-p-ix                       pic 9(01).

01  w-dep-sayisi                 pic 9(03).
01  w-dep-tablosu.
    02  w-dep-satir              occurs 200 times.
        03  w-dep-kodu           pic x(03).
        03  w-dep-grup           pic 9(01).
01  w-dep-ix                     pic 9(03).
01  w-grup                       pic 9(01).
01  w-br-ix                      pic 9(02).
01  w-bulundu                    pic x(01).

*> segment kodu / adi
01  w-seg-adlari.
    02  filler                   pic x(09) value "SSAMPIYON".
    02  filler                   pic x(09) value "LSADIK".
    02  filler                   pic x(09) value "RRISKLI".
    02  filler                   pic x(09) value "KKAYIP".
    02  filler                   pic x(09) value "TTEKSEFER".
01  w-seg-tablosu redefines w-seg-adlari.
    02  w-seg-satir              occurs 5 times.
        03  w-seg-kod            pic x(01).
        03  w-seg-adi            pic x(08).
01  w-seg-ix                     pic 9(01).
01  w-seg-sayaclari.
    02  w-seg-sayac              occurs 5 times.
        03  w-seg-adet           pic 9(07).
        03  w-seg-izinli         pic 9(07).
        03  w-seg-mix            pic s9(13)v99 occurs 4 times.
01  w-mix-ix                     pic 9(01).

*> grup kodlari ve adlari
01  w-grup-adlari.
    02  filler                   pic x(15) value "KKONAKLAMA".
    02  filler                   pic x(15) value "YYIYECEK-ICECEK".
    02  filler                   pic x(15) value "SSPA".
    02  filler                   pic x(15) value "DDIGER".
01  w-grup-tablosu redefines w-grup-adlari.
    02  w-grup-satir             occurs 4 times.
        03  w-grup-kod           pic x(01).
        03  w-grup-adi           pic x(14).

01  w-gun                        pic 9(07).
01  w-son-cik-tar                pic 9(08).
01  w-enbuyuk                    pic s9(11)v99.
01  w-mix-toplam                 pic s9(13)v99.
01  w-yuzde                      pic 9(03).
01  w-imha-sayisi                pic 9(07).
01  w-profil-sayisi              pic 9(07).
01  w-sayi-ed                    pic z(6)9.
01  w-yuzde-ed                   pic zz9.
01  w-tutar-ed                   pic z(10)9,99.

01  w-gece-link.
    02  filler                   pic x(01) value "H".
    02  filler                   pic 9(07) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  rfmseg-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-hesapla           value "H".
*>   RFMSEG'e yazilan profil sayisi
    02  lk-sayi                  pic 9(07).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional rfmseg-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     compute w-bugun-gun = function integer-of-date (w-bugun)
     if address of rfmseg-link = null
        set address of rfmseg-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi
     if not lk-mod-hesapla
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     perform param-oku
     open input fihrist
     open input rez
     open input cast-log
     if fs-fihrist not = "00" or fs-rez not = "00"
     or fs-cast-log not = "00"
        close fihrist rez cast-log
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     open input izin
     if fs-izin = "00"
        move "E" to w-izin-acik
     else
        move "H" to w-izin-acik
     end-if
     open output rfmwrk
     close rfmwrk
     open i-o rfmwrk
     open output rfmseg
     close rfmseg
     open i-o rfmseg
     if fs-rfmwrk not = "00" or fs-rfmseg not = "00"
        close fihrist rez cast-log izin rfmwrk rfmseg
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     initialize w-seg-sayaclari
     move 0 to w-imha-sayisi w-profil-sayisi
     perform konaklamalari-topla
     perform harcama-dagilimi
     perform profilleri-puanla
     perform kampanyalari-yaz
     perform rapor-bas
     close fihrist rez cast-log izin rfmwrk rfmseg
     move w-profil-sayisi to lk-sayi
     goback.

*> ---------------------------------------------------------------
*> parametreler
*> ---------------------------------------------------------------
 param-oku.
     move 180   to w-r-esik (1)
     move 365   to w-r-esik (2)
     move 730   to w-r-esik (3)
     move 1095  to w-r-esik (4)
     move 10    to w-f-esik (1)
     move 5     to w-f-esik (2)
     move 3     to w-f-esik (3)
     move 2     to w-f-esik (4)
     move 50000 to w-m-esik (1)
     move 25000 to w-m-esik (2)
     move 10000 to w-m-esik (3)
     move 5000  to w-m-esik (4)
     move 0 to w-dep-sayisi
     open input rfmseg-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close rfmseg-param
     .

 param-satiri.
     read rfmseg-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00" or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-alan (1) w-p-alan (2)
                    w-p-alan (3) w-p-alan (4)
     unstring param-satir delimited by ";"
              into w-p-tip w-p-alan (1) w-p-alan (2)
                   w-p-alan (3) w-p-alan (4)
     end-unstring
     evaluate w-p-tip
        when "R"
             perform r-esik-al
                     varying w-p-ix from 1 by 1 until w-p-ix > 4
        when "F"
             perform f-esik-al
                     varying w-p-ix from 1 by 1 until w-p-ix > 4
        when "M"
             perform m-esik-al
                     varying w-p-ix from 1 by 1 until w-p-ix > 4
        when "MIX"
             perform mix-esle
        when "KANAL"
             if w-p-alan (1) not = spaces
                move w-p-alan (1) to w-kanal
             end-if
     end-evaluate
     .

 r-esik-al.
     if w-p-alan (w-p-ix) not = spaces
        compute w-r-esik (w-p-ix) =
                function numval (w-p-alan (w-p-ix))
     end-if
     .

 f-esik-al.
     if w-p-alan (w-p-ix) not = spaces
        compute w-f-esik (w-p-ix) =
                function numval (w-p-alan (w-p-ix))
     end-if
     .

 m-esik-al.
     if w-p-alan (w-p-ix) not = spaces
        compute w-m-esik (w-p-ix) =
                function numval (w-p-alan (w-p-ix))
     end-if
     .

 mix-esle.
     if w-p-alan (1) = spaces or w-dep-sayisi >= 200
        exit paragraph
     end-if
     add 1 to w-dep-sayisi
     move w-p-alan (1) to w-dep-kodu (w-dep-sayisi)
     evaluate w-p-alan (2) (1:1)
        when "K"   move 1 to w-dep-grup (w-dep-sayisi)
        when "Y"   move 2 to w-dep-grup (w-dep-sayisi)
        when "S"   move 3 to w-dep-grup (w-dep-sayisi)
        when other move 4 to w-dep-grup (w-dep-sayisi)
     end-evaluate
     .

*> ---------------------------------------------------------------
*> REZ: tamamlanmis konaklamalar ad + soyadi anahtarli calisma
*> dosyasina
*> ---------------------------------------------------------------
 konaklamalari-topla.
     move 0 to rez-no
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform konaklama-satiri
             until fs-rez = "10"
     .

 konaklama-satiri.
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
     or rez-cik-tar > w-bugun or rez-soyadi = spaces
        exit paragraph
     end-if
     initialize wrk-rec
     move rez-adi     to wrk-adi
     move rez-soyadi  to wrk-soyadi
     move rez-no      to wrk-rez wrk-rez-no
     move rez-cik-tar to wrk-cik-tar
     move rez-adres1  to wrk-adres
     write wrk-rec invalid continue end-write
     .

*> CAST-log departman kirilimi konaklamanin harcama gruplarina
 harcama-dagilimi.
     move low-values to cast-log-fis
     start cast-log key is not less than cast-log-fis
           invalid move "10" to fs-cast-log
     end-start
     perform harcama-satiri
             until fs-cast-log = "10"
     .

 harcama-satiri.
     read cast-log next record
          at end move "10" to fs-cast-log
     end-read
     if fs-cast-log not = "00" and fs-cast-log not = "02"
        move "10" to fs-cast-log
     end-if
     if fs-cast-log = "10"
        exit paragraph
     end-if
     move cast-log-rez-no to wrk-rez-no
     read rfmwrk key is wrk-rez-no
          invalid exit paragraph
     end-read
     perform kirilim-isle
             varying w-br-ix from 1 by 1
             until w-br-ix > 15
     rewrite wrk-rec invalid continue end-rewrite
     .

 kirilim-isle.
     if cast-log-br-malzeme-kodu (w-br-ix) = spaces
     or cast-log-br-malzeme-tut (w-br-ix) = 0
        exit paragraph
     end-if
     move 4 to w-grup
     move "H" to w-bulundu
     perform dep-ara
             varying w-dep-ix from 1 by 1
             until w-dep-ix > w-dep-sayisi
                or w-bulundu = "E"
     add cast-log-br-malzeme-tut (w-br-ix)
         to wrk-mix-tut (w-grup)
     .

 dep-ara.
     if w-dep-kodu (w-dep-ix) = cast-log-br-malzeme-kodu (w-br-ix)
        move w-dep-grup (w-dep-ix) to w-grup
        move "E" to w-bulundu
     end-if
     .

*> ---------------------------------------------------------------
*> FIHRIST profilleri: puan, segment, dagilim, izin
*> ---------------------------------------------------------------
 profilleri-puanla.
     move low-values to fih-tc-no
     start fihrist key is not less than fih-tc-no
           invalid move "10" to fs-fihrist
     end-start
     perform profil-satiri
             until fs-fihrist = "10"
     .

 profil-satiri.
     read fihrist next record
          at end move "10" to fs-fihrist
     end-read
     if fs-fihrist not = "00" and fs-fihrist not = "02"
        move "10" to fs-fihrist
     end-if
     if fs-fihrist = "10"
        exit paragraph
     end-if
     if fih-kvkk-imha-tar > 0
        add 1 to w-imha-sayisi
        exit paragraph
     end-if
     if fih-konaklama-sayisi = 0 or fih-son-konaklama-tar = 0
        exit paragraph
     end-if
     initialize rfm-rec
     move fih-tc-no            to rfm-tc-no
     move fih-adi              to rfm-adi
     move fih-soyadi           to rfm-soyadi
     move fih-konaklama-sayisi to rfm-konaklama
     move fih-toplam-folio-tutari to rfm-tutar
     move w-bugun              to rfm-tarih
     move 0 to w-gun
     if function test-date-yyyymmdd (fih-son-konaklama-tar) = 0
     and fih-son-konaklama-tar <= w-bugun
        compute w-gun = w-bugun-gun
              - function integer-of-date (fih-son-konaklama-tar)
     end-if
     if w-gun > 99999
        move 99999 to rfm-gun
     else
        move w-gun to rfm-gun
     end-if
     perform puanla
     perform segment-belirle
     perform profil-konaklamalari
     perform izin-denetle
     write rfm-rec invalid continue end-write
     add 1 to w-profil-sayisi
     perform segment-say
     .

 puanla.
     evaluate true
        when w-gun <= w-r-esik (1) move 5 to rfm-r-puan
        when w-gun <= w-r-esik (2) move 4 to rfm-r-puan
        when w-gun <= w-r-esik (3) move 3 to rfm-r-puan
        when w-gun <= w-r-esik (4) move 2 to rfm-r-puan
        when other                 move 1 to rfm-r-puan
     end-evaluate
     evaluate true
        when rfm-konaklama >= w-f-esik (1) move 5 to rfm-f-puan
        when rfm-konaklama >= w-f-esik (2) move 4 to rfm-f-puan
        when rfm-konaklama >= w-f-esik (3) move 3 to rfm-f-puan
        when rfm-konaklama >= w-f-esik (4) move 2 to rfm-f-puan
        when other                         move 1 to rfm-f-puan
     end-evaluate
     evaluate true
        when rfm-tutar >= w-m-esik (1) move 5 to rfm-m-puan
        when rfm-tutar >= w-m-esik (2) move 4 to rfm-m-puan
        when rfm-tutar >= w-m-esik (3) move 3 to rfm-m-puan
        when rfm-tutar >= w-m-esik (4) move 2 to rfm-m-puan
        when other                     move 1 to rfm-m-puan
     end-evaluate
     .

 segment-belirle.
     evaluate true
        when rfm-r-puan = 1
             set rfm-kayip to true
        when rfm-konaklama = 1
             set rfm-tek-sefer to true
        when rfm-r-puan >= 4 and rfm-f-puan >= 4
         and rfm-m-puan >= 4
             set rfm-sampiyon to true
        when rfm-r-puan >= 3 and rfm-f-puan >= 2
             set rfm-sadik to true
        when other
             set rfm-riskli to true
     end-evaluate
     .

*> ayni ad + soyadli konaklamalar: harcama toplanir, en son
*> konaklamanin adresi alinir
 profil-konaklamalari.
     move 0 to w-son-cik-tar
     move fih-adi    to wrk-adi
     move fih-soyadi to wrk-soyadi
     move 0          to wrk-rez
     start rfmwrk key is not less than wrk-anah
           invalid move "10" to fs-rfmwrk
     end-start
     perform profil-konaklama-satiri
             until fs-rfmwrk = "10"
     move 0 to w-enbuyuk
     move "D" to rfm-baskin-grup
     perform baskin-bul
             varying w-mix-ix from 1 by 1 until w-mix-ix > 4
     .

 profil-konaklama-satiri.
     read rfmwrk next record
          at end move "10" to fs-rfmwrk
     end-read
     if fs-rfmwrk not = "00" and fs-rfmwrk not = "02"
        move "10" to fs-rfmwrk
     end-if
     if fs-rfmwrk = "10"
        exit paragraph
     end-if
     if wrk-adi not = fih-adi or wrk-soyadi not = fih-soyadi
        move "10" to fs-rfmwrk
        exit paragraph
     end-if
     perform mix-topla
             varying w-mix-ix from 1 by 1 until w-mix-ix > 4
     if wrk-cik-tar >= w-son-cik-tar and wrk-adres not = spaces
        move wrk-cik-tar to w-son-cik-tar
        move wrk-adres   to rfm-adres
     end-if
     .

 mix-topla.
     add wrk-mix-tut (w-mix-ix) to rfm-mix-tut (w-mix-ix)
     .

 baskin-bul.
     if rfm-mix-tut (w-mix-ix) > w-enbuyuk
        move rfm-mix-tut (w-mix-ix) to w-enbuyuk
        move w-grup-kod (w-mix-ix)  to rfm-baskin-grup
     end-if
     .

 izin-denetle.
     move "H" to rfm-izin
     if w-izin-acik not = "E" or rfm-adres = spaces
        exit paragraph
     end-if
     move rfm-adres to izn-adres
     move w-kanal   to izn-kanal
     read izin
          invalid exit paragraph
     end-read
     if izn-izin-var and izn-iys-onaylandi
        move "E" to rfm-izin
     end-if
     .

 segment-say.
     move "H" to w-bulundu
     perform segment-ara
             varying w-seg-ix from 1 by 1
             until w-seg-ix > 5 or w-bulundu = "E"
     subtract 1 from w-seg-ix
     add 1 to w-seg-adet (w-seg-ix)
     if rfm-izin = "E"
        add 1 to w-seg-izinli (w-seg-ix)
     end-if
     perform segment-mix-topla
             varying w-mix-ix from 1 by 1 until w-mix-ix > 4
     .

 segment-ara.
     if w-seg-kod (w-seg-ix) = rfm-segment
        move "E" to w-bulundu
     end-if
     .

 segment-mix-topla.
     add rfm-mix-tut (w-mix-ix) to w-seg-mix (w-seg-ix w-mix-ix)
     .

*> ---------------------------------------------------------------
*> segment basina kampanya cikisi: yalniz izinli misafir
*> ---------------------------------------------------------------
 kampanyalari-yaz.
     perform kampanya-yaz
             varying w-seg-ix from 1 by 1 until w-seg-ix > 5
     .

 kampanya-yaz.
     move spaces to rfm-kampanya-dosya
     string "rfm-" delimited by size
            w-seg-adi (w-seg-ix) delimited by space
            ".csv" delimited by size
            into rfm-kampanya-dosya
     open output rfm-kampanya
     move "ADRES;ADI;SOYADI;SEGMENT;SON-KONAKLAMA-GUN;KONAKLAMA;BASKIN"
          to kampanya-satir
     write kampanya-satir
     move w-seg-kod (w-seg-ix) to rfm-segment
     start rfmseg key is not less than rfm-segment
           invalid move "10" to fs-rfmseg
     end-start
     perform kampanya-satiri
             until fs-rfmseg = "10"
     move "00" to fs-rfmseg
     close rfm-kampanya
     .

 kampanya-satiri.
     read rfmseg next record
          at end move "10" to fs-rfmseg
     end-read
     if fs-rfmseg not = "00" and fs-rfmseg not = "02"
        move "10" to fs-rfmseg
     end-if
     if fs-rfmseg = "10"
        exit paragraph
     end-if
     if rfm-segment not = w-seg-kod (w-seg-ix)
        move "10" to fs-rfmseg
        exit paragraph
     end-if
     if rfm-izin not = "E"
        exit paragraph
     end-if
     move spaces to kampanya-satir
     string rfm-adres delimited by "  "
            ";" rfm-adi delimited by "  "
            ";" rfm-soyadi delimited by "  "
            ";" w-seg-adi (w-seg-ix) delimited by space
            ";" rfm-gun ";" rfm-konaklama ";" rfm-baskin-grup
            delimited by size into kampanya-satir
     write kampanya-satir
     .

*> ---------------------------------------------------------------
*> segment dokumu
*> ---------------------------------------------------------------
 rapor-bas.
     open output rfmseg-rapor
     move spaces to rfmseg-rapor-satir
     string "MISAFIR RFM SEGMENTLERI - " w-bugun
            delimited by size into rfmseg-rapor-satir
     write rfmseg-rapor-satir
     move all "-" to rfmseg-rapor-satir
     write rfmseg-rapor-satir
     if w-izin-acik not = "E"
        move "UYARI: IZIN DOSYASI ACILAMADI - KAMPANYALAR BOS"
             to rfmseg-rapor-satir
        write rfmseg-rapor-satir
     end-if
     move "SEGMENT   PROFIL  IZINLI  KONAKLAMA% YIY-IC%  SPA%  DIGER%"
          to rfmseg-rapor-satir
     write rfmseg-rapor-satir
     perform segment-satiri
             varying w-seg-ix from 1 by 1 until w-seg-ix > 5
     move spaces to rfmseg-rapor-satir
     write rfmseg-rapor-satir
     move w-profil-sayisi to w-sayi-ed
     move spaces to rfmseg-rapor-satir
     string "PUANLANAN PROFIL          " w-sayi-ed
            delimited by size into rfmseg-rapor-satir
     write rfmseg-rapor-satir
     move w-imha-sayisi to w-sayi-ed
     move spaces to rfmseg-rapor-satir
     string "KVKK IMHA - DISARIDA      " w-sayi-ed
            delimited by size into rfmseg-rapor-satir
     write rfmseg-rapor-satir
     close rfmseg-rapor
     .

 segment-satiri.
     move spaces to rfmseg-rapor-satir
     move w-seg-adi (w-seg-ix) to rfmseg-rapor-satir (1:8)
     move w-seg-adet (w-seg-ix) to w-sayi-ed
     move w-sayi-ed to rfmseg-rapor-satir (9:7)
     move w-seg-izinli (w-seg-ix) to w-sayi-ed
     move w-sayi-ed to rfmseg-rapor-satir (17:7)
     move 0 to w-mix-toplam
     perform segment-mix-toplam
             varying w-mix-ix from 1 by 1 until w-mix-ix > 4
     perform segment-mix-yaz
             varying w-mix-ix from 1 by 1 until w-mix-ix > 4
     write rfmseg-rapor-satir
     .

 segment-mix-toplam.
     if w-seg-mix (w-seg-ix w-mix-ix) > 0
        add w-seg-mix (w-seg-ix w-mix-ix) to w-mix-toplam
     end-if
     .

 segment-mix-yaz.
     move 0 to w-yuzde
     if w-mix-toplam > 0 and w-seg-mix (w-seg-ix w-mix-ix) > 0
        compute w-yuzde = w-seg-mix (w-seg-ix w-mix-ix) * 100
                        / w-mix-toplam
     end-if
     move w-yuzde to w-yuzde-ed
     evaluate w-mix-ix
        when 1 move w-yuzde-ed to rfmseg-rapor-satir (30:3)
        when 2 move w-yuzde-ed to rfmseg-rapor-satir (38:3)
        when 3 move w-yuzde-ed to rfmseg-rapor-satir (45:3)
        when 4 move w-yuzde-ed to rfmseg-rapor-satir (52:3)
     end-evaluate
     .
