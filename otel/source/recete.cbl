*> recete.cbl
*> Recete maliyeti ve satis noktasi bazinda teorik / fiili yiyecek
*> maliyeti. POS satislari (poscout, posting) ile mutfak cikislari
*> hic karsilastirilmadigindan F&B kontrol bir tabagin ne tutmasi
*> gerektigini soyleyemiyordu. Bu alt program:
*>   - lk-mod-baslik / lk-mod-satir / lk-mod-sil: POS menu urunu
*>     icin recete karti (RECETE) - baslik (urun adi, menu satis
*>     fiyati) ve genel depo malzemesi + porsiyon miktari
*>     satirlari; malzeme depoalim.cbl'in DEPSTK'sinda tanimli
*>     olmalidir,
*>   - lk-mod-kart: kartlarin guncel agirlikli ortalama maliyetle
*>     porsiyon maliyeti ve maliyet yuzdesi dokumu (recete.txt);
*>     lk-urun verilirse yalniz o kart basilir ve porsiyon
*>     maliyeti lk-porsiyon-maliyet'te doner,
*>   - lk-mod-rapor: donem (lk-bas-tarih - lk-son-tarih, bos ise
*>     bir onceki ay) ve satis noktasi (lk-outlet, bos ise hepsi)
*>     icin teorik maliyet: satilan adet x recete miktari x
*>     malzemenin ortalama maliyeti. Fiili taraf ayni donemde
*>     depodan o satis noktasina yapilan cikislardir (DEPHRK "C";
*>     satis noktasina cikis departman kodu olarak POS outlet kodu
*>     ile yapilir). Rapor (recetefk.txt) satis noktasi basina urun
*>     kirilimi (adet, satis, teorik maliyet, %) ve malzeme
*>     kirilimi (teorik / fiili miktar ve tutar, fark) verir;
*>     recetesi olmayan urunler ayrica uyarilir.
*> Satilan adetler poscout/posting tarafinin gun sonu satis
*> aktarimindan (possatis.txt) okunur; POS satis dosyalarinin
*> duzeni bu agacta olmadigindan devir noktasi bu dosyadir:
*>   tarih;outlet;urun;adet;tutar   (tutar KDV haric net satis)
program-id. recete is initial program.
environment division.
input-output section.
file-control.
     copy "recete.sel.cpy".

     copy "depstk.sel.cpy".

     copy "dephrk.sel.cpy".

     select possatis assign to random
            possatis-dosya
            organization line sequential
            file status is fs-possatis.

     select recete-rapor assign to random
            rct-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "recete.lib.cpy".

 copy "depstk.lib.cpy".

 copy "dephrk.lib.cpy".

fd  possatis.
01  possatis-satir               pic x(80).

fd  recete-rapor.
01  recete-rapor-satir           pic x(132).

working-storage section.
01  recete-dosya                 pic x(200) value "recete.dat".
01  depstk-dosya                 pic x(200) value "depstk.dat".
01  dephrk-dosya                 pic x(200) value "dephrk.dat".
01  possatis-dosya               pic x(200) value "possatis.txt".
01  recete-rapor-dosya           pic x(200) value "recete.txt".
01  recetefk-rapor-dosya         pic x(200) value "recetefk.txt".
01  rct-rapor-dosya              pic x(200).
01  fs-recete                    pic xx.
01  fs-depstk                    pic xx.
01  fs-dephrk                    pic xx.
01  fs-possatis                  pic xx.

01  w-bugun                      pic 9(08).
01  w-bas-tarih                  pic 9(08).
01  w-son-tarih                  pic 9(08).
01  w-yil                        pic 9(04).
01  w-ay                         pic 9(02).

*> cozulen satis satiri
01  w-s-tarih                    pic x(10).
01  w-s-outlet                   pic x(03).
01  w-s-urun                     pic x(10).
01  w-s-adet                     pic x(12).
01  w-s-tutar                    pic x(16).
01  w-adet                       pic s9(07)v99.
01  w-satis                      pic s9(11)v99.

01  w-urun                       pic x(10).
01  w-kart-maliyet               pic s9(09)v9999.
01  w-satir-maliyet              pic s9(09)v9999.
01  w-recete-var                 pic x(01).
01  w-miktar                     pic s9(09)v9999.
01  w-tutar                      pic s9(11)v99.
01  w-yuzde                      pic s9(05)v99.

*> satis noktalari
01  w-out-tablosu.
    02  w-out occurs 30 times.
        03  w-out-kodu           pic x(03).
        03  w-out-satis          pic s9(13)v99.
        03  w-out-teorik         pic s9(13)v99.
        03  w-out-fiili          pic s9(13)v99.
01  w-out-sayisi                 pic 9(02).
01  w-out-ix                     pic 9(02).
01  w-out-bulundu                pic x(01).
01  w-aktif-outlet               pic x(03).

*> satis noktasi + urun
01  w-urn-tablosu.
    02  w-urn occurs 1000 times.
        03  w-urn-outlet         pic x(03).
        03  w-urn-kodu           pic x(10).
        03  w-urn-adet           pic s9(09)v99.
        03  w-urn-satis          pic s9(13)v99.
        03  w-urn-teorik         pic s9(13)v99.
        03  w-urn-recete         pic x(01).
01  w-urn-sayisi                 pic 9(04).
01  w-urn-ix                     pic 9(04).
01  w-urn-bulundu                pic x(01).

*> satis noktasi + malzeme
01  w-mlz-tablosu.
    02  w-mlz occurs 2000 times.
        03  w-mlz-outlet         pic x(03).
        03  w-mlz-kodu           pic x(03).
        03  w-mlz-teo-miktar     pic s9(09)v9999.
        03  w-mlz-teo-tutar      pic s9(13)v99.
        03  w-mlz-fii-miktar     pic s9(09)v9999.
        03  w-mlz-fii-tutar      pic s9(13)v99.
01  w-mlz-sayisi                 pic 9(04).
01  w-mlz-ix                     pic 9(04).
01  w-mlz-bulundu                pic x(01).
01  w-ara-outlet                 pic x(03).
01  w-ara-malzeme                pic x(03).

01  w-recetesiz-sayisi           pic 9(04).
01  w-tutar-ed                   pic z(10)9,99-.
01  w-tutar-ed2                  pic z(10)9,99-.
01  w-tutar-ed3                  pic z(10)9,99-.
01  w-miktar-ed                  pic z(7)9,999-.
01  w-miktar-ed2                 pic z(7)9,999-.
01  w-miktar-ed3                 pic z(7)9,999-.
01  w-maliyet-ed                 pic z(6)9,9999-.
01  w-yuzde-ed                   pic zz9,99-.
01  w-yuzde-ed2                  pic zz9,99-.
01  w-isaret                     pic x(01).
01  w-adet-ed                    pic z(6)9,99-.

linkage section.
01  recete-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-baslik            value "B".
        88  lk-mod-satir             value "S".
        88  lk-mod-sil               value "D".
        88  lk-mod-kart              value "K".
        88  lk-mod-rapor             value "R".
    02  lk-urun                  pic x(10).
    02  lk-sira                  pic 9(02).
    02  lk-aciklama              pic x(30).
    02  lk-satis-fiyat           pic 9(07)v99.
    02  lk-malzeme               pic x(03).
    02  lk-miktar                pic 9(05)v9999.
    02  lk-bas-tarih             pic 9(08).
    02  lk-son-tarih             pic 9(08).
    02  lk-outlet                pic x(03).
    02  lk-kllnc                 pic x(10).
    02  lk-porsiyon-maliyet      pic s9(09)v9999.
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using recete-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move 0 to lk-porsiyon-maliyet
     open i-o recete
     if fs-recete = "35"
        close recete
        open output recete
        close recete
        open i-o recete
     end-if
     open input depstk
     if fs-recete not = "00" or fs-depstk not = "00"
        close recete depstk
        set lk-sonuc-hata to true
        goback
     end-if
     evaluate true
        when lk-mod-baslik perform baslik-isle
        when lk-mod-satir  perform satir-isle
        when lk-mod-sil    perform satir-sil
        when lk-mod-kart   perform kart-dokumu
        when lk-mod-rapor  perform maliyet-raporu
        when other         set lk-sonuc-hata to true
     end-evaluate
     close recete depstk
     goback.

*> ---------------------------------------------------------------
*> recete karti bakimi
*> ---------------------------------------------------------------
 baslik-isle.
     if lk-urun = spaces
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-urun to rct-urun
     move 0       to rct-sira
     move "E"     to w-recete-var
     read recete key is rct-anah
          invalid
             initialize rct-rec
             move lk-urun to rct-urun
             move 0       to rct-sira
             move "H"     to w-recete-var
     end-read
     move lk-aciklama    to rct-aciklama
     move lk-satis-fiyat to rct-satis-fiyat
     move lk-kllnc       to rct-degistiren
     move w-bugun        to rct-degisim-tarih
     if w-recete-var = "H"
        write rct-rec
              invalid set lk-sonuc-hata to true
        end-write
     else
        rewrite rct-rec
                invalid set lk-sonuc-hata to true
        end-rewrite
     end-if
     .

 satir-isle.
     if lk-urun = spaces or lk-sira = 0 or lk-miktar = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
*>   once baslik acilmis olmali
     move lk-urun to rct-urun
     move 0       to rct-sira
     read recete key is rct-anah
          invalid set lk-sonuc-hata to true
                  exit paragraph
     end-read
     move lk-malzeme to dst-malzeme
     read depstk key is dst-malzeme
          invalid set lk-sonuc-hata to true
                  exit paragraph
     end-read
     move lk-urun to rct-urun
     move lk-sira to rct-sira
     move "E"     to w-recete-var
     read recete key is rct-anah
          invalid
             initialize rct-rec
             move lk-urun to rct-urun
             move lk-sira to rct-sira
             move "H"     to w-recete-var
     end-read
     move lk-malzeme to rct-malzeme
     move lk-miktar  to rct-miktar
     move lk-kllnc   to rct-degistiren
     move w-bugun    to rct-degisim-tarih
     if w-recete-var = "H"
        write rct-rec
              invalid set lk-sonuc-hata to true
        end-write
     else
        rewrite rct-rec
                invalid set lk-sonuc-hata to true
        end-rewrite
     end-if
     .

 satir-sil.
     if lk-sira = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-urun to rct-urun
     move lk-sira to rct-sira
     delete recete record
            invalid set lk-sonuc-hata to true
     end-delete
     .

*> ---------------------------------------------------------------
*> kart dokumu: porsiyon maliyeti guncel ortalama maliyetle
*> ---------------------------------------------------------------
 kart-dokumu.
     move recete-rapor-dosya to rct-rapor-dosya
     open output recete-rapor
     move spaces to recete-rapor-satir
     string "RECETE KARTLARI - PORSIYON MALIYETI  " w-bugun
            "  (GUNCEL AGIRLIKLI ORTALAMA MALIYET)"
            delimited by size into recete-rapor-satir
     write recete-rapor-satir
     move all "-" to recete-rapor-satir
     write recete-rapor-satir
     move lk-urun    to rct-urun
     move 0          to rct-sira
     if lk-urun = spaces
        move low-values to rct-urun
     end-if
     start recete key is not less than rct-anah
           invalid move "10" to fs-recete
     end-start
     move spaces to w-urun
     move 0 to w-kart-maliyet
     perform kart-satiri
             until fs-recete = "10"
     if w-urun not = spaces
        perform kart-toplami
     end-if
     close recete-rapor
     .

 kart-satiri.
     read recete next record
          at end move "10" to fs-recete
     end-read
     if fs-recete not = "00" and fs-recete not = "02"
        move "10" to fs-recete
     end-if
     if fs-recete = "10"
        exit paragraph
     end-if
     if lk-urun not = spaces and rct-urun not = lk-urun
        move "10" to fs-recete
        exit paragraph
     end-if
     if rct-sira = 0
        if w-urun not = spaces
           perform kart-toplami
        end-if
        move rct-urun to w-urun
        move 0 to w-kart-maliyet
        move rct-satis-fiyat to w-tutar-ed
        move spaces to recete-rapor-satir
        string rct-urun " " rct-aciklama "  MENU FIYATI " w-tutar-ed
               delimited by size into recete-rapor-satir
        write recete-rapor-satir
        move rct-satis-fiyat to w-satis
        exit paragraph
     end-if
     move rct-malzeme to dst-malzeme
     read depstk key is dst-malzeme
          invalid initialize dst-rec
     end-read
     compute w-satir-maliyet rounded = rct-miktar * dst-ort-maliyet
     add w-satir-maliyet to w-kart-maliyet
     move rct-miktar      to w-miktar-ed
     move dst-ort-maliyet to w-maliyet-ed
     move w-satir-maliyet to w-tutar-ed
     move spaces to recete-rapor-satir
     string "   " rct-sira " " rct-malzeme " " dst-adi " "
            w-miktar-ed " " dst-birim " x" w-maliyet-ed " ="
            w-tutar-ed
            delimited by size into recete-rapor-satir
     write recete-rapor-satir
     .

 kart-toplami.
     move w-kart-maliyet to w-tutar-ed
     move 0 to w-yuzde
     if w-satis > 0
        compute w-yuzde rounded = w-kart-maliyet * 100 / w-satis
     end-if
     move w-yuzde to w-yuzde-ed
     move spaces to recete-rapor-satir
     string "      PORSIYON MALIYETI " w-tutar-ed
            "   MALIYET % " w-yuzde-ed
            delimited by size into recete-rapor-satir
     write recete-rapor-satir
     move spaces to recete-rapor-satir
     write recete-rapor-satir
     if lk-urun not = spaces
        move w-kart-maliyet to lk-porsiyon-maliyet
     end-if
     .

*> ---------------------------------------------------------------
*> teorik / fiili maliyet raporu
*> ---------------------------------------------------------------
 maliyet-raporu.
     if lk-bas-tarih = 0 or lk-son-tarih = 0
        move w-bugun (1:4) to w-yil
        move w-bugun (5:2) to w-ay
        if w-ay = 1
           move 12 to w-ay
           subtract 1 from w-yil
        else
           subtract 1 from w-ay
        end-if
        move w-yil to w-bas-tarih (1:4)
        move w-ay  to w-bas-tarih (5:2)
        move "01"  to w-bas-tarih (7:2)
        if w-ay = 12
           compute w-son-tarih = function date-of-integer
                   (function integer-of-date
                    ((w-yil + 1) * 10000 + 101) - 1)
        else
           compute w-son-tarih = function date-of-integer
                   (function integer-of-date (w-bas-tarih + 100) - 1)
        end-if
     else
        move lk-bas-tarih to w-bas-tarih
        move lk-son-tarih to w-son-tarih
     end-if
     move 0 to w-out-sayisi w-urn-sayisi w-mlz-sayisi
     move 0 to w-recetesiz-sayisi
     initialize w-out-tablosu
     open input possatis
     if fs-possatis = "00"
        perform satis-satiri
                until fs-possatis not = "00"
        close possatis
     end-if
     open input dephrk
     if fs-dephrk = "00"
        perform fiili-cikislar
        close dephrk
     end-if
     move recetefk-rapor-dosya to rct-rapor-dosya
     open output recete-rapor
     move spaces to recete-rapor-satir
     string "TEORIK / FIILI YIYECEK MALIYETI  " w-bas-tarih " - "
            w-son-tarih
            delimited by size into recete-rapor-satir
     write recete-rapor-satir
     move all "=" to recete-rapor-satir
     write recete-rapor-satir
     perform outlet-dokumu
             varying w-out-ix from 1 by 1
             until w-out-ix > w-out-sayisi
     if w-recetesiz-sayisi > 0
        move w-recetesiz-sayisi to w-adet-ed
        move spaces to recete-rapor-satir
        string "UYARI: RECETESI OLMAYAN " w-adet-ed
               " URUN SATILDI - TEORIK MALIYETE GIRMEDI (R isaretli)"
               delimited by size into recete-rapor-satir
        write recete-rapor-satir
     end-if
     close recete-rapor
     .

 satis-satiri.
     read possatis
          at end move "10" to fs-possatis
     end-read
     if fs-possatis not = "00"
     or possatis-satir = spaces
        exit paragraph
     end-if
     move spaces to w-s-tarih w-s-outlet w-s-urun w-s-adet w-s-tutar
     unstring possatis-satir delimited by ";"
              into w-s-tarih w-s-outlet w-s-urun w-s-adet w-s-tutar
     end-unstring
     if w-s-tarih (1:8) is not numeric
        exit paragraph
     end-if
     if w-s-tarih (1:8) < w-bas-tarih or w-s-tarih (1:8) > w-son-tarih
        exit paragraph
     end-if
     if lk-outlet not = spaces and w-s-outlet not = lk-outlet
        exit paragraph
     end-if
     inspect w-s-adet  replacing all "," by "."
     inspect w-s-tutar replacing all "," by "."
     compute w-adet  = function numval (w-s-adet)
     compute w-satis = function numval (w-s-tutar)
     move w-s-outlet to w-ara-outlet
     perform outlet-bul
     if w-out-bulundu not = "E"
        exit paragraph
     end-if
     add w-satis to w-out-satis (w-out-ix)
*>   urun satiri
     move "H" to w-urn-bulundu
     perform urun-ara
             varying w-urn-ix from 1 by 1
             until w-urn-ix > w-urn-sayisi or w-urn-bulundu = "E"
     if w-urn-bulundu = "E"
        subtract 1 from w-urn-ix
     else
        if w-urn-sayisi >= 1000
           exit paragraph
        end-if
        add 1 to w-urn-sayisi
        move w-urn-sayisi to w-urn-ix
        move w-s-outlet   to w-urn-outlet (w-urn-ix)
        move w-s-urun     to w-urn-kodu (w-urn-ix)
        move 0 to w-urn-adet (w-urn-ix) w-urn-satis (w-urn-ix)
        move 0 to w-urn-teorik (w-urn-ix)
        move "H" to w-urn-recete (w-urn-ix)
     end-if
     add w-adet  to w-urn-adet (w-urn-ix)
     add w-satis to w-urn-satis (w-urn-ix)
*>   recete acilimi
     move "H" to w-recete-var
     move w-s-urun to rct-urun
     move 1        to rct-sira
     start recete key is not less than rct-anah
           invalid move "10" to fs-recete
     end-start
     perform recete-acilimi
             until fs-recete = "10"
     move "00" to fs-recete
     if w-recete-var = "E"
        move "E" to w-urn-recete (w-urn-ix)
     else
        if w-urn-recete (w-urn-ix) = "H"
           add 1 to w-recetesiz-sayisi
           move "R" to w-urn-recete (w-urn-ix)
        end-if
     end-if
     .

 urun-ara.
     if w-urn-outlet (w-urn-ix) = w-s-outlet
     and w-urn-kodu (w-urn-ix) = w-s-urun
        move "E" to w-urn-bulundu
     end-if
     .

 recete-acilimi.
     read recete next record
          at end move "10" to fs-recete
     end-read
     if fs-recete not = "00" and fs-recete not = "02"
        move "10" to fs-recete
     end-if
     if fs-recete = "10"
        exit paragraph
     end-if
     if rct-urun not = w-s-urun
        move "10" to fs-recete
        exit paragraph
     end-if
     move "E" to w-recete-var
     move rct-malzeme to dst-malzeme
     read depstk key is dst-malzeme
          invalid initialize dst-rec
     end-read
     compute w-miktar rounded = w-adet * rct-miktar
     compute w-tutar  rounded = w-miktar * dst-ort-maliyet
     add w-tutar to w-urn-teorik (w-urn-ix)
     add w-tutar to w-out-teorik (w-out-ix)
     move rct-malzeme to w-ara-malzeme
     perform malzeme-bul
     if w-mlz-bulundu = "E"
        add w-miktar to w-mlz-teo-miktar (w-mlz-ix)
        add w-tutar  to w-mlz-teo-tutar (w-mlz-ix)
     end-if
     .

*> fiili: donemde depodan satis noktasina cikislar
 fiili-cikislar.
     move low-values to dhr-hareket-no
     start dephrk key is not less than dhr-hareket-no
           invalid move "10" to fs-dephrk
     end-start
     perform fiili-satiri
             until fs-dephrk = "10"
     .

 fiili-satiri.
     read dephrk next record
          at end move "10" to fs-dephrk
     end-read
     if fs-dephrk not = "00" and fs-dephrk not = "02"
        move "10" to fs-dephrk
     end-if
     if fs-dephrk = "10"
        exit paragraph
     end-if
     if not dhr-cikis
     or dhr-tarih < w-bas-tarih or dhr-tarih > w-son-tarih
     or dhr-departman (4:1) not = space
        exit paragraph
     end-if
     if lk-outlet not = spaces and dhr-departman (1:3) not = lk-outlet
        exit paragraph
     end-if
     move dhr-departman (1:3) to w-ara-outlet
     perform outlet-bul
     if w-out-bulundu not = "E"
        exit paragraph
     end-if
     add dhr-tutar to w-out-fiili (w-out-ix)
     move dhr-malzeme to w-ara-malzeme
     perform malzeme-bul
     if w-mlz-bulundu = "E"
        add dhr-miktar to w-mlz-fii-miktar (w-mlz-ix)
        add dhr-tutar  to w-mlz-fii-tutar (w-mlz-ix)
     end-if
     .

 outlet-bul.
     move "H" to w-out-bulundu
     perform outlet-ara
             varying w-out-ix from 1 by 1
             until w-out-ix > w-out-sayisi or w-out-bulundu = "E"
     if w-out-bulundu = "E"
        subtract 1 from w-out-ix
     else
        if w-out-sayisi < 30
           add 1 to w-out-sayisi
           move w-out-sayisi to w-out-ix
           move w-ara-outlet to w-out-kodu (w-out-ix)
           move "E" to w-out-bulundu
        end-if
     end-if
     .

 outlet-ara.
     if w-out-kodu (w-out-ix) = w-ara-outlet
        move "E" to w-out-bulundu
     end-if
     .

 malzeme-bul.
     move "H" to w-mlz-bulundu
     perform malzeme-ara
             varying w-mlz-ix from 1 by 1
             until w-mlz-ix > w-mlz-sayisi or w-mlz-bulundu = "E"
     if w-mlz-bulundu = "E"
        subtract 1 from w-mlz-ix
     else
        if w-mlz-sayisi < 2000
           add 1 to w-mlz-sayisi
           move w-mlz-sayisi  to w-mlz-ix
           move w-ara-outlet  to w-mlz-outlet (w-mlz-ix)
           move w-ara-malzeme to w-mlz-kodu (w-mlz-ix)
           move 0 to w-mlz-teo-miktar (w-mlz-ix)
           move 0 to w-mlz-teo-tutar (w-mlz-ix)
           move 0 to w-mlz-fii-miktar (w-mlz-ix)
           move 0 to w-mlz-fii-tutar (w-mlz-ix)
           move "E" to w-mlz-bulundu
        end-if
     end-if
     .

 malzeme-ara.
     if w-mlz-outlet (w-mlz-ix) = w-ara-outlet
     and w-mlz-kodu (w-mlz-ix) = w-ara-malzeme
        move "E" to w-mlz-bulundu
     end-if
     .

*> satis noktasi basina urun ve malzeme kirilimi
 outlet-dokumu.
     move w-out-kodu (w-out-ix) to w-aktif-outlet
     move spaces to recete-rapor-satir
     write recete-rapor-satir
     move w-out-satis (w-out-ix)  to w-tutar-ed
     move w-out-teorik (w-out-ix) to w-tutar-ed2
     move w-out-fiili (w-out-ix)  to w-tutar-ed3
     move spaces to recete-rapor-satir
     string "SATIS NOKTASI " w-aktif-outlet "  SATIS " w-tutar-ed
            "  TEORIK " w-tutar-ed2 "  FIILI " w-tutar-ed3
            delimited by size into recete-rapor-satir
     write recete-rapor-satir
     move 0 to w-yuzde
     if w-out-satis (w-out-ix) > 0
        compute w-yuzde rounded = w-out-teorik (w-out-ix) * 100
                                / w-out-satis (w-out-ix)
     end-if
     move w-yuzde to w-yuzde-ed
     move 0 to w-yuzde
     if w-out-satis (w-out-ix) > 0
        compute w-yuzde rounded = w-out-fiili (w-out-ix) * 100
                                / w-out-satis (w-out-ix)
     end-if
     move w-yuzde to w-yuzde-ed2
     move spaces to recete-rapor-satir
     string "   TEORIK MALIYET % " w-yuzde-ed
            "   FIILI MALIYET % " w-yuzde-ed2
            delimited by size into recete-rapor-satir
     write recete-rapor-satir
     move all "-" to recete-rapor-satir
     write recete-rapor-satir
     move spaces to recete-rapor-satir
     string "URUN             ADET            SATIS     TEORIK MALIYET"
            "       %"
            delimited by size into recete-rapor-satir
     write recete-rapor-satir
     perform urun-dokumu
             varying w-urn-ix from 1 by 1
             until w-urn-ix > w-urn-sayisi
     move spaces to recete-rapor-satir
     write recete-rapor-satir
     move spaces to recete-rapor-satir
     string "MLZ      TEORIK MIKTAR  FIILI MIKTAR    FARK MIKTAR"
            "    TEORIK TUTAR     FIILI TUTAR      FARK TUTAR"
            delimited by size into recete-rapor-satir
     write recete-rapor-satir
     perform malzeme-dokumu
             varying w-mlz-ix from 1 by 1
             until w-mlz-ix > w-mlz-sayisi
     .

 urun-dokumu.
     if w-urn-outlet (w-urn-ix) not = w-aktif-outlet
        exit paragraph
     end-if
     move 0 to w-yuzde
     if w-urn-satis (w-urn-ix) > 0
        compute w-yuzde rounded = w-urn-teorik (w-urn-ix) * 100
                                / w-urn-satis (w-urn-ix)
     end-if
     move w-urn-adet (w-urn-ix)   to w-adet-ed
     move w-urn-satis (w-urn-ix)  to w-tutar-ed
     move w-urn-teorik (w-urn-ix) to w-tutar-ed2
     move w-yuzde                 to w-yuzde-ed
     move space to w-isaret
     if w-urn-recete (w-urn-ix) not = "E"
        move "R" to w-isaret
     end-if
     move spaces to recete-rapor-satir
     string w-urn-kodu (w-urn-ix) " " w-adet-ed w-tutar-ed " "
            w-tutar-ed2 " " w-yuzde-ed " " w-isaret
            delimited by size into recete-rapor-satir
     write recete-rapor-satir
     .

 malzeme-dokumu.
     if w-mlz-outlet (w-mlz-ix) not = w-aktif-outlet
        exit paragraph
     end-if
     compute w-miktar = w-mlz-fii-miktar (w-mlz-ix)
                      - w-mlz-teo-miktar (w-mlz-ix)
     compute w-tutar  = w-mlz-fii-tutar (w-mlz-ix)
                      - w-mlz-teo-tutar (w-mlz-ix)
     move w-mlz-teo-miktar (w-mlz-ix) to w-miktar-ed
     move w-mlz-fii-miktar (w-mlz-ix) to w-miktar-ed2
     move w-miktar                    to w-miktar-ed3
     move w-mlz-teo-tutar (w-mlz-ix)  to w-tutar-ed
     move w-mlz-fii-tutar (w-mlz-ix)  to w-tutar-ed2
     move w-tutar                     to w-tutar-ed3
     move spaces to recete-rapor-satir
     string w-mlz-kodu (w-mlz-ix) "  " w-miktar-ed " " w-miktar-ed2
            " " w-miktar-ed3 " " w-tutar-ed w-tutar-ed2 w-tutar-ed3
            delimited by size into recete-rapor-satir
     write recete-rapor-satir
     .
