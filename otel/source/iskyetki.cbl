*> iskyetki.cbl
*> Satis danismani iskonto yetki matrisi. Danismanlar yeni
*> sozlesmeye istedikleri fiyati girebiliyor; DEVFIYT liste
*> fiyatindan derin iskontolari ancak prim raporu kosunca
*> goruyorduk. Bu alt program:
*>   - lk-mod-yetki: danisman icin rol (D danisman / M satis muduru
*>     / R direktor) ve limit yuzdesi ISKYTK'ya yazilir (limit 0 ise
*>     iskyetki.prm ROL;rol;yuzde varsayilani gecerlidir),
*>   - lk-mod-kontrol: sozlesme kaydedilirken cagrilir; unitenin
*>     tip ve donemine gore DEVFIYT liste fiyati okunur, satis
*>     fiyatinin iskonto yuzdesi danismanin limitiyle karsilastirilir
*>     ve ISKONAY'a yazilir. Limit icindeyse "O" yetkide, degilse
*>     "B" onay bekler (lk-sonuc "B"); gereken rol limiti yeten ilk
*>     ust roldur (hicbiri yetmiyorsa direktor). Ayni sozlesme
*>     yeniden kaydedilirse kontrol bastan yapilir,
*>   - lk-mod-onay / lk-mod-red: bekleyen iskonto onaylanir ya da
*>     reddedilir; onaylayan M/R rolunde olmali, kendi satisi
*>     olmamali ve limiti iskontoyu karsilamalidir (direktor her
*>     iskontoyu onaylayabilir),
*>   - lk-mod-durum: sozlesme paketi (sozpaket) ve taksit plani
*>     uretimi oncesi kapidir: yetkide ya da onayli ise "T", onay
*>     bekliyorsa "B", reddedilmisse "R", kayit yoksa "Y" doner,
*>   - lk-mod-rapor: lk-donem (yyyyaa, bos ise gecen ay) icinde
*>     kaydedilen sozlesmelerin iskontolari danisman ve onaylayan
*>     bazinda iskyetki.txt'ye basilir.
program-id. iskyetki.
environment division.
input-output section.
file-control.
     copy "iskytk.sel.cpy".

     copy "iskonay.sel.cpy".

     copy "devmulk.sel.cpy".

     select devfiyt assign to random
            devfiyt-dosya
            organization indexed
            access mode is dynamic
            record key is dvf-anah
            file status is fs-devfiyt.

     select danisman assign to random
            danisman-dosya
            organization indexed
            access mode is dynamic
            record key is dns-anah
            file status is fs-danisman.

     select iskyetki-param assign to random
            iskyetki-param-dosya
            organization line sequential
            file status is fs-param.

     select iskyetki-rapor assign to random
            iskyetki-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "iskytk.lib.cpy".

 copy "iskonay.lib.cpy".

 copy "devmulk.lib.cpy".

*> (duzen devtakas.cbl ile aynidir)
fd  devfiyt.
01  dvf-rec.
    02  dvf-anah.
        03  dvf-tip              pic x(02).
        03  dvf-donem            pic 9(02).
    02  dvf-liste-fiyati         pic s9(11)v99 comp-3.

*> (duzen primsats.cbl ile aynidir)
fd  danisman.
01  dns-rec.
    02  dns-anah.
        03  dns-danisman-no       pic 9(06).
    02  dns-adi                   pic x(20).
    02  dns-soyadi                pic x(20).

fd  iskyetki-param.
01  param-satir                  pic x(80).

fd  iskyetki-rapor.
01  iskyetki-rapor-satir         pic x(132).

working-storage section.
01  iskytk-dosya                 pic x(200) value "iskytk.dat".
01  iskonay-dosya                pic x(200) value "iskonay.dat".
01  devmulk-dosya                pic x(200) value "devmulk.dat".
01  devfiyt-dosya                pic x(200) value "devfiyt.dat".
01  danisman-dosya               pic x(200) value "danisman.dat".
01  iskyetki-param-dosya         pic x(200) value "iskyetki.prm".
01  iskyetki-rapor-dosya         pic x(200) value "iskyetki.txt".
01  fs-iskytk                    pic xx.
01  fs-iskonay                   pic xx.
01  fs-devmulk                   pic xx.
01  fs-devfiyt                   pic xx.
01  fs-danisman                  pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-r redefines w-bugun.
    02  w-bugun-yil              pic 9(04).
    02  w-bugun-ay               pic 9(02).
    02  filler                   pic 9(02).
01  w-p-tip                      pic x(10).
01  w-p-rol                      pic x(05).
01  w-p-deger                    pic x(10).

*> rol varsayilan limitleri (iskyetki.prm ROL)
01  w-rol-limitleri.
    02  w-limit-danisman         pic 9(03)v99 value 5.
    02  w-limit-mudur            pic 9(03)v99 value 10.
    02  w-limit-direktor         pic 9(03)v99 value 20.

01  w-limit                      pic 9(03)v99.
01  w-rol                        pic x(01).
01  w-yuzde                      pic 9(05)v99.
01  w-donem-bas                  pic 9(08).
01  w-donem-bit                  pic 9(08).
01  w-donem-yil                  pic 9(04).
01  w-donem-ay                   pic 9(02).
01  w-bulundu                    pic x(01).
01  w-danisman-acik              pic x(01).
01  w-ix                         pic 9(03).

*> rapor tablolari
01  w-danismanlar.
    02  w-dan                    occurs 200 times.
        03  w-dan-no             pic 9(06).
        03  w-dan-sayi           pic 9(05).
        03  w-dan-onayli         pic 9(05).
        03  w-dan-bekleyen       pic 9(05).
        03  w-dan-red            pic 9(05).
        03  w-dan-liste          pic s9(13)v99.
        03  w-dan-satis          pic s9(13)v99.
        03  w-dan-iskonto        pic s9(13)v99.
01  w-dan-adet                   pic 9(03).
01  w-onaylayanlar.
    02  w-ony                    occurs 50 times.
        03  w-ony-no             pic 9(06).
        03  w-ony-rol            pic x(01).
        03  w-ony-sayi           pic 9(05).
        03  w-ony-red            pic 9(05).
        03  w-ony-iskonto        pic s9(13)v99.
01  w-ony-adet                   pic 9(03).
01  w-aranan-no                  pic 9(06).
01  w-adi-soyadi                 pic x(41).
01  w-sayi-ed                    pic z(4)9.
01  w-tutar-ed                   pic z(11)9,99-.
01  w-yuzde-ed                   pic zz9,99.

linkage section.
01  iskyetki-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-yetki             value "Y".
        88  lk-mod-kontrol           value "K".
        88  lk-mod-onay              value "A".
        88  lk-mod-red               value "X".
        88  lk-mod-durum             value "D".
        88  lk-mod-rapor             value "R".
    02  lk-devremulk-no          pic 9(08).
    02  lk-soz-sira              pic 9(03).
    02  lk-danisman-no           pic 9(06).
    02  lk-satis-fiyati          pic s9(11)v99.
*>   yetki: tanimlanan rol ve limit; kontrol: iskonto yuzdesi ve
*>   gereken onay rolu doner
    02  lk-rol                   pic x(01).
    02  lk-limit                 pic 9(03)v99.
    02  lk-iskonto-yuzde         pic 9(03)v99.
*>   onay / red: onaylayan danisman no
    02  lk-onaylayan-no          pic 9(06).
    02  lk-not                   pic x(60).
    02  lk-donem                 pic 9(06).
    02  lk-kllnc                 pic x(10).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-bekliyor        value "B".
        88  lk-sonuc-reddedildi      value "R".
        88  lk-sonuc-yok             value "Y".
        88  lk-sonuc-yetkisiz        value "G".
        88  lk-sonuc-hata            value "H".

procedure division using iskyetki-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move 0 to return-code
     if not lk-mod-yetki and not lk-mod-kontrol and not lk-mod-onay
     and not lk-mod-red and not lk-mod-durum and not lk-mod-rapor
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     perform param-oku
     open i-o iskytk
     if fs-iskytk = "35"
        close iskytk
        open output iskytk
        close iskytk
        open i-o iskytk
     end-if
     open i-o iskonay
     if fs-iskonay = "35"
        close iskonay
        open output iskonay
        close iskonay
        open i-o iskonay
     end-if
     if fs-iskytk not = "00" or fs-iskonay not = "00"
        close iskytk iskonay
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-yetki
             perform yetki-tanimla
        when lk-mod-kontrol
             perform iskonto-kontrol
        when lk-mod-onay
        when lk-mod-red
             perform onay-isle
        when lk-mod-durum
             perform durum-sorgula
        when lk-mod-rapor
             perform aylik-rapor
     end-evaluate
     close iskytk iskonay
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> parametreler
*> ---------------------------------------------------------------
 param-oku.
     move 5  to w-limit-danisman
     move 10 to w-limit-mudur
     move 20 to w-limit-direktor
     open input iskyetki-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close iskyetki-param
     .

 param-satiri.
     read iskyetki-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00" or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-rol w-p-deger
     unstring param-satir delimited by ";"
              into w-p-tip w-p-rol w-p-deger
     end-unstring
     if w-p-tip not = "ROL" or w-p-deger = spaces
        exit paragraph
     end-if
     evaluate w-p-rol (1:1)
        when "D"
             compute w-limit-danisman = function numval (w-p-deger)
        when "M"
             compute w-limit-mudur = function numval (w-p-deger)
        when "R"
             compute w-limit-direktor = function numval (w-p-deger)
     end-evaluate
     .

*> ---------------------------------------------------------------
*> yetki tanimi
*> ---------------------------------------------------------------
 yetki-tanimla.
     if lk-danisman-no = 0
     or (lk-rol not = "D" and lk-rol not = "M" and lk-rol not = "R")
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-danisman-no to isy-danisman-no
     read iskytk
          invalid
              initialize isy-rec
              move lk-danisman-no to isy-danisman-no
              move "H" to w-bulundu
          not invalid
              move "E" to w-bulundu
     end-read
     move lk-rol   to isy-rol
     move lk-limit to isy-limit-yuzde
     move w-bugun  to isy-tanim-tar
     move lk-kllnc to isy-kllnc
     if w-bulundu = "E"
        rewrite isy-rec invalid set lk-sonuc-hata to true
        end-rewrite
     else
        write isy-rec invalid set lk-sonuc-hata to true
        end-write
     end-if
     .

*> lk-danisman-no yerine w-aranan-no: rol ve gecerli limit
 yetki-oku.
     move w-aranan-no to isy-danisman-no
     read iskytk
          invalid
              initialize isy-rec
              move w-aranan-no to isy-danisman-no
              set isy-danisman to true
     end-read
     move isy-rol to w-rol
     move isy-limit-yuzde to w-limit
     if w-limit = 0
        evaluate true
           when isy-satis-muduru move w-limit-mudur    to w-limit
           when isy-direktor     move w-limit-direktor to w-limit
           when other            move w-limit-danisman to w-limit
        end-evaluate
     end-if
     .

*> ---------------------------------------------------------------
*> sozlesme kaydinda kontrol
*> ---------------------------------------------------------------
 iskonto-kontrol.
     open input devmulk devfiyt
     if fs-devmulk not = "00" or fs-devfiyt not = "00"
        close devmulk devfiyt
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-devremulk-no to dvm-devremulk-no
     read devmulk
          invalid
              close devmulk devfiyt
              set lk-sonuc-yok to true
              exit paragraph
     end-read
     move dvm-tip   to dvf-tip
     move dvm-donem to dvf-donem
     read devfiyt
          invalid
              move 0 to dvf-liste-fiyati
     end-read
     close devmulk devfiyt
     move lk-devremulk-no to ion-devremulk-no
     move lk-soz-sira     to ion-soz-sira
     read iskonay
          invalid
              initialize ion-rec
              move lk-devremulk-no to ion-devremulk-no
              move lk-soz-sira     to ion-soz-sira
              move "H" to w-bulundu
          not invalid
              move "E" to w-bulundu
     end-read
     move w-bugun          to ion-kayit-tar
     move lk-danisman-no   to ion-danisman-no
     move dvm-tip          to ion-tip
     move dvm-donem        to ion-donem
     move dvf-liste-fiyati to ion-liste-fiyati
     move lk-satis-fiyati  to ion-satis-fiyati
     move 0 to ion-onaylayan-no ion-onay-tar ion-iskonto-yuzde
     move space to ion-onay-rol
     compute ion-iskonto-tutar = ion-liste-fiyati - ion-satis-fiyati
     if ion-iskonto-tutar < 0
        move 0 to ion-iskonto-tutar
     end-if
     if ion-liste-fiyati > 0
        compute w-yuzde rounded =
                ion-iskonto-tutar * 100 / ion-liste-fiyati
        if w-yuzde > 999
           move 999 to w-yuzde
        end-if
        move w-yuzde to ion-iskonto-yuzde
     end-if
     move lk-danisman-no to w-aranan-no
     perform yetki-oku
     move w-limit to ion-danisman-limit
*>   liste fiyati tanimsizsa iskonto olculemez, onaya gider
     if ion-liste-fiyati > 0
     and ion-iskonto-yuzde <= ion-danisman-limit
        set ion-yetkide to true
        move space to ion-gereken-rol
     else
        set ion-onay-bekliyor to true
        evaluate true
           when ion-liste-fiyati > 0
            and ion-iskonto-yuzde <= w-limit-mudur
            and w-rol = "D"
                move "M" to ion-gereken-rol
           when other
                move "R" to ion-gereken-rol
        end-evaluate
        set lk-sonuc-bekliyor to true
     end-if
     move lk-not to ion-not
     if w-bulundu = "E"
        rewrite ion-rec invalid set lk-sonuc-hata to true
        end-rewrite
     else
        write ion-rec invalid set lk-sonuc-hata to true
        end-write
     end-if
     move ion-iskonto-yuzde  to lk-iskonto-yuzde
     move ion-gereken-rol    to lk-rol
     move ion-danisman-limit to lk-limit
     .

*> ---------------------------------------------------------------
*> onay / red
*> ---------------------------------------------------------------
 onay-isle.
     move lk-devremulk-no to ion-devremulk-no
     move lk-soz-sira     to ion-soz-sira
     read iskonay
          invalid
              set lk-sonuc-yok to true
              exit paragraph
     end-read
     if not ion-onay-bekliyor
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-onaylayan-no to w-aranan-no
     perform yetki-oku
     if lk-onaylayan-no = ion-danisman-no
     or (w-rol not = "M" and w-rol not = "R")
     or (w-rol = "M" and (ion-gereken-rol = "R"
                          or ion-iskonto-yuzde > w-limit))
        set lk-sonuc-yetkisiz to true
        exit paragraph
     end-if
     if lk-mod-onay
        set ion-onaylandi to true
     else
        set ion-reddedildi to true
     end-if
     move lk-onaylayan-no to ion-onaylayan-no
     move w-rol           to ion-onay-rol
     move w-bugun         to ion-onay-tar
     if lk-not not = spaces
        move lk-not to ion-not
     end-if
     rewrite ion-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> paket / plan uretim kapisi
 durum-sorgula.
     move lk-devremulk-no to ion-devremulk-no
     move lk-soz-sira     to ion-soz-sira
     read iskonay
          invalid
              set lk-sonuc-yok to true
              exit paragraph
     end-read
     evaluate true
        when ion-yetkide
        when ion-onaylandi
             set lk-sonuc-tamam to true
        when ion-onay-bekliyor
             set lk-sonuc-bekliyor to true
        when other
             set lk-sonuc-reddedildi to true
     end-evaluate
     move ion-iskonto-yuzde to lk-iskonto-yuzde
     move ion-gereken-rol   to lk-rol
     .

*> ---------------------------------------------------------------
*> aylik rapor
*> ---------------------------------------------------------------
 aylik-rapor.
     if lk-donem = 0
        if w-bugun-ay = 1
           compute w-donem-yil = w-bugun-yil - 1
           move 12 to w-donem-ay
        else
           move w-bugun-yil to w-donem-yil
           compute w-donem-ay = w-bugun-ay - 1
        end-if
        compute lk-donem = w-donem-yil * 100 + w-donem-ay
     end-if
     compute w-donem-bas = lk-donem * 100 + 1
     compute w-donem-bit = lk-donem * 100 + 31
     initialize w-danismanlar w-onaylayanlar
     move 0 to w-dan-adet w-ony-adet
     move w-donem-bas to ion-kayit-tar
     start iskonay key is not less than ion-kayit-tar
           invalid move "10" to fs-iskonay
     end-start
     perform rapor-topla
             until fs-iskonay = "10"
     move "00" to fs-iskonay
*>   DANISMAN acilamazsa rapor adsiz (yalniz numarayla) basilir
     open input danisman
     move "H" to w-danisman-acik
     if fs-danisman = "00"
        move "E" to w-danisman-acik
     end-if
     open output iskyetki-rapor
     move spaces to iskyetki-rapor-satir
     string "SOZLESME ISKONTOLARI - DONEM " lk-donem
            "   (" w-bugun ")"
            delimited by size into iskyetki-rapor-satir
     write iskyetki-rapor-satir
     move all "-" to iskyetki-rapor-satir
     write iskyetki-rapor-satir
     move "DANISMAN BAZINDA" to iskyetki-rapor-satir
     write iskyetki-rapor-satir
     move spaces to iskyetki-rapor-satir
     string "DANISMAN ADI SOYADI                    ADET  ONAY  BEKL"
            "   RED        LISTE TOPLAMI      ISKONTO TOPLAMI  ORT%"
            delimited by size into iskyetki-rapor-satir
     write iskyetki-rapor-satir
     perform danisman-satiri
             varying w-ix from 1 by 1 until w-ix > w-dan-adet
     move spaces to iskyetki-rapor-satir
     write iskyetki-rapor-satir
     move "ONAYLAYAN BAZINDA" to iskyetki-rapor-satir
     write iskyetki-rapor-satir
     move spaces to iskyetki-rapor-satir
     string "ONAYLAYAN ADI SOYADI                ROL  ONAY   RED"
            "     ONAYLANAN ISKONTO"
            delimited by size into iskyetki-rapor-satir
     write iskyetki-rapor-satir
     perform onaylayan-satiri
             varying w-ix from 1 by 1 until w-ix > w-ony-adet
     if w-danisman-acik = "E"
        close danisman
     end-if
     close iskyetki-rapor
     .

 rapor-topla.
     read iskonay next record
          at end move "10" to fs-iskonay
     end-read
     if fs-iskonay not = "00" and fs-iskonay not = "02"
        move "10" to fs-iskonay
     end-if
     if fs-iskonay = "10"
        exit paragraph
     end-if
     if ion-kayit-tar > w-donem-bit
        move "10" to fs-iskonay
        exit paragraph
     end-if
     move "H" to w-bulundu
     perform danisman-ara
             varying w-ix from 1 by 1
             until w-ix > w-dan-adet or w-bulundu = "E"
     subtract 1 from w-ix
     if w-bulundu not = "E"
        if w-dan-adet >= 200
           exit paragraph
        end-if
        add 1 to w-dan-adet
        move w-dan-adet to w-ix
        move ion-danisman-no to w-dan-no (w-ix)
     end-if
     add 1 to w-dan-sayi (w-ix)
     evaluate true
        when ion-onaylandi     add 1 to w-dan-onayli (w-ix)
        when ion-onay-bekliyor add 1 to w-dan-bekleyen (w-ix)
        when ion-reddedildi    add 1 to w-dan-red (w-ix)
     end-evaluate
     if not ion-reddedildi
        add ion-liste-fiyati  to w-dan-liste (w-ix)
        add ion-satis-fiyati  to w-dan-satis (w-ix)
        add ion-iskonto-tutar to w-dan-iskonto (w-ix)
     end-if
     if ion-onaylayan-no = 0
        exit paragraph
     end-if
     move "H" to w-bulundu
     perform onaylayan-ara
             varying w-ix from 1 by 1
             until w-ix > w-ony-adet or w-bulundu = "E"
     subtract 1 from w-ix
     if w-bulundu not = "E"
        if w-ony-adet >= 50
           exit paragraph
        end-if
        add 1 to w-ony-adet
        move w-ony-adet to w-ix
        move ion-onaylayan-no to w-ony-no (w-ix)
        move ion-onay-rol     to w-ony-rol (w-ix)
     end-if
     if ion-onaylandi
        add 1 to w-ony-sayi (w-ix)
        add ion-iskonto-tutar to w-ony-iskonto (w-ix)
     else
        add 1 to w-ony-red (w-ix)
     end-if
     .

 danisman-ara.
     if w-dan-no (w-ix) = ion-danisman-no
        move "E" to w-bulundu
     end-if
     .

 onaylayan-ara.
     if w-ony-no (w-ix) = ion-onaylayan-no
        move "E" to w-bulundu
     end-if
     .

 ad-bul.
     move spaces to dns-rec w-adi-soyadi
     if w-danisman-acik not = "E"
        exit paragraph
     end-if
     move w-aranan-no to dns-danisman-no
     read danisman invalid move spaces to dns-rec end-read
     string dns-adi delimited by "  " " " dns-soyadi
            delimited by size into w-adi-soyadi
     .

 danisman-satiri.
     move w-dan-no (w-ix) to w-aranan-no
     perform ad-bul
     move spaces to iskyetki-rapor-satir
     move w-dan-no (w-ix) to iskyetki-rapor-satir (1:6)
     move w-adi-soyadi to iskyetki-rapor-satir (10:30)
     move w-dan-sayi (w-ix) to w-sayi-ed
     move w-sayi-ed to iskyetki-rapor-satir (40:5)
     move w-dan-onayli (w-ix) to w-sayi-ed
     move w-sayi-ed to iskyetki-rapor-satir (46:5)
     move w-dan-bekleyen (w-ix) to w-sayi-ed
     move w-sayi-ed to iskyetki-rapor-satir (52:5)
     move w-dan-red (w-ix) to w-sayi-ed
     move w-sayi-ed to iskyetki-rapor-satir (58:5)
     move w-dan-liste (w-ix) to w-tutar-ed
     move w-tutar-ed to iskyetki-rapor-satir (64:17)
     move w-dan-iskonto (w-ix) to w-tutar-ed
     move w-tutar-ed to iskyetki-rapor-satir (83:17)
     move 0 to w-yuzde
     if w-dan-liste (w-ix) > 0
        compute w-yuzde rounded =
                w-dan-iskonto (w-ix) * 100 / w-dan-liste (w-ix)
     end-if
     move w-yuzde to w-yuzde-ed
     move w-yuzde-ed to iskyetki-rapor-satir (101:6)
     write iskyetki-rapor-satir
     .

 onaylayan-satiri.
     move w-ony-no (w-ix) to w-aranan-no
     perform ad-bul
     move spaces to iskyetki-rapor-satir
     move w-ony-no (w-ix) to iskyetki-rapor-satir (1:6)
     move w-adi-soyadi to iskyetki-rapor-satir (10:26)
     move w-ony-rol (w-ix) to iskyetki-rapor-satir (38:1)
     move w-ony-sayi (w-ix) to w-sayi-ed
     move w-sayi-ed to iskyetki-rapor-satir (41:5)
     move w-ony-red (w-ix) to w-sayi-ed
     move w-sayi-ed to iskyetki-rapor-satir (47:5)
     move w-ony-iskonto (w-ix) to w-tutar-ed
     move w-tutar-ed to iskyetki-rapor-satir (55:17)
     write iskyetki-rapor-satir
     .
