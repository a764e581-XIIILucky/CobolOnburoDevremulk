*> firmuret.cbl
*> Kurumsal hesap uretimi ve taahhut takibi. FIRMA'daki kurumsal
*> fiyat anlasmalari indirimli fiyat karsiliginda yillik oda gecesi
*> taahhudu iceriyor ama firmanin taahhudu tutturup tutturmadigina
*> kimse bakmiyordu. FIRMA kayit duzeni bu agacta olmadigindan
*> yillik taahhut FIRSOZ'de (rez-firma + yil) tutulur. Bu program:
*>   - lk-mod-tanim: firma + yil icin taahhut edilen gece, anlasma
*>     fiyati, fiyat kademesi, satis temsilcisi ve yazisma adresi
*>     girilir / guncellenir,
*>   - lk-mod-gece: yilin uretim defteri (FIRURT) REZ'den yeniden
*>     kurulur: rez-firma dolu, iptal / no-show olmayan her
*>     rezervasyonun gecelerinin aylara dagilimi, oda geliri
*>     (rez-fiyati konaklama toplamidir, gecelere esit dagitilir);
*>     bugune kadar olan geceler gerceklesen, sonrakiler OTB'dir.
*>     Her anlasma icin yil sonu tahmini (gerceklesen temposunun
*>     yila yayilmasi, gerceklesen + OTB daha buyukse o) taahhude
*>     oranlanir. Yil ortasindan (firmuret.prm ORTA, varsayilan
*>     0701) sonra gerceklesen gecesi taahhudun ESIK yuzdesinin
*>     (varsayilan %40) altinda kalan hesap satis ekibi icin
*>     isaretlenir (frs-UYARI); satgir / satkar ekranlari hesabin
*>     durumunu lk-mod-sorgu ile alir. Dokum firmuret.txt'ye, uyari
*>     listesi temsilci sirasinda raporun sonuna basilir,
*>   - lk-mod-sorgu: firma + yilin son hesabini dondurur,
*>   - lk-mod-yil-sonu: lk-yil (bos ise gecen yil) defteri kurulur
*>     ve her anlasma icin yil sonu degerlendirme mektubu
*>     firmyil.txt'ye yazilir: gerceklesme taahhudun UST yuzdesini
*>     (varsayilan %110) asarsa bir ust (daha avantajli) kademe,
*>     ALT yuzdesinin (varsayilan %80) altindaysa bir alt kademe,
*>     arada ise kademenin korunmasi onerilir (frs-ONERI). Yazisma
*>     adresi olan firma icin mektup MAILDATA kuyruguna da dusulur.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. firmuret.
environment division.
input-output section.
file-control.
     copy "rez.sel.cpy".

     copy "firsoz.sel.cpy".

     copy "firurt.sel.cpy".

     copy "maildata.sel.cpy".

     select firmuret-param assign to random
            firmuret-param-dosya
            organization line sequential
            file status is fs-param.

     select firmuret-rapor assign to random
            firmuret-rapor-dosya
            organization line sequential.

     select firmyil-mektup assign to random
            firmyil-mektup-dosya
            organization line sequential.

data division.
file section.
 copy "rez.lib.cpy".

 copy "firsoz.lib.cpy".

 copy "firurt.lib.cpy".

 copy "maildata.lib.cpy".

fd  firmuret-param.
01  param-satir                  pic x(80).

fd  firmuret-rapor.
01  firmuret-rapor-satir         pic x(132).

fd  firmyil-mektup.
01  firmyil-mektup-satir         pic x(132).

working-storage section.
01  rez-dosya                    pic x(200) value "rez.dat".
01  firsoz-dosya                 pic x(200) value "firsoz.dat".
01  firurt-dosya                 pic x(200) value "firurt.dat".
01  maildata-dosya               pic x(200) value "maildata.dat".
01  firmuret-param-dosya         pic x(200) value "firmuret.prm".
01  firmuret-rapor-dosya         pic x(200) value "firmuret.txt".
01  firmyil-mektup-dosya         pic x(200) value "firmyil.txt".
01  fs-rez                       pic xx.
01  fs-firsoz                    pic xx.
01  fs-firurt                    pic xx.
01  fs-maildata                  pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-r redefines w-bugun.
    02  w-bugun-yil              pic 9(04).
    02  w-bugun-aygun            pic 9(04).
01  w-bugun-gun                  pic 9(07).
01  w-yil                        pic 9(04).
01  w-sonraki-yil                pic 9(04).
01  w-mail-sira                  pic 9(06).

*> firmuret.prm: ESIK;yuzde  ORTA;aagg  UST;yuzde  ALT;yuzde
01  w-esik                       pic 9(03) value 40.
01  w-orta                       pic 9(04) value 0701.
01  w-ust                        pic 9(03) value 110.
01  w-alt                        pic 9(03) value 80.
01  w-p-tip                      pic x(10).
01  w-p-deger                    pic x(20).

*> yil sinirlari ve rezervasyon gece dongusu
01  w-yil-bas                    pic 9(07).
01  w-yil-son                    pic 9(07).
01  w-gir-tar                    pic 9(08).
01  w-cik-tar                    pic 9(08).
01  w-gir-gun                    pic 9(07).
01  w-cik-gun                    pic 9(07).
01  w-ilk-gun                    pic 9(07).
01  w-son-gun                    pic 9(07).
01  w-gun                        pic 9(07).
01  w-gece-sayisi                pic 9(05).
01  w-gecelik                    pic 9(11)v99.
01  w-tarih                      pic 9(08).
01  w-tarih-r redefines w-tarih.
    02  w-tarih-yil              pic 9(04).
    02  w-tarih-ay               pic 9(02).
    02  w-tarih-gg               pic 9(02).

*> anlasma hesabi
01  w-ger                        pic 9(06).
01  w-gelir                      pic 9(11)v99.
01  w-otb                        pic 9(06).
01  w-tahmin                     pic 9(09).
01  w-gecen-gun                  pic 9(05).
01  w-yil-gun                    pic 9(05).
01  w-yuzde                      pic 9(05).
01  w-ger-yuzde                  pic 9(05).
01  w-adr                        pic 9(09)v99.
01  w-anlasma-sayisi             pic 9(05).
01  w-uyari-sayisi               pic 9(05).
01  w-mektup-sayisi              pic 9(05).

01  w-sayi-ed                    pic z(5)9.
01  w-yuzde-ed                   pic zz9.
01  w-tutar-ed                   pic z(10)9,99.
01  w-adr-ed                     pic z(8)9,99.
01  w-ay-ed                      pic z9.

01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic x(05) value spaces.
    02  filler                   pic 9(04) value 0.
    02  filler                   pic x(30) value spaces.
    02  filler                   pic 9(15) value 0.
    02  filler                   pic x(72) value spaces.
    02  filler                   pic 9(15) value 0.
    02  filler                   pic x(01) value space.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  firmuret-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-tanim             value "T".
        88  lk-mod-gece              value "G".
        88  lk-mod-sorgu             value "S".
        88  lk-mod-yil-sonu          value "Y".
    02  lk-firma                 pic x(05).
*>   tanim / sorgu: bos ise bu yil; yil sonu: bos ise gecen yil
    02  lk-yil                   pic 9(04).
    02  lk-adi                   pic x(30).
    02  lk-hacim                 pic 9(06).
    02  lk-fiyat                 pic 9(07)v99.
    02  lk-kademe                pic x(02).
    02  lk-temsilci              pic x(10).
    02  lk-mail                  pic x(60).
*>   sorgu donusu
    02  lk-gerceklesen           pic 9(06).
    02  lk-tahmin                pic 9(06).
    02  lk-yuzde                 pic 9(03).
    02  lk-uyari                 pic x(01).
*>   gece: isaretlenen hesap; yil sonu: yazilan mektup
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional firmuret-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     compute w-bugun-gun = function integer-of-date (w-bugun)
     if address of firmuret-link = null
        set address of firmuret-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi
     if not lk-mod-tanim and not lk-mod-gece
     and not lk-mod-sorgu and not lk-mod-yil-sonu
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     move 0 to w-anlasma-sayisi w-uyari-sayisi w-mektup-sayisi
     perform param-oku
     open i-o firsoz
     if fs-firsoz = "35"
        close firsoz
        open output firsoz
        close firsoz
        open i-o firsoz
     end-if
     if fs-firsoz not = "00"
        close firsoz
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-tanim
             perform anlasma-tanimla
        when lk-mod-sorgu
             perform anlasma-sorgula
        when lk-mod-gece
             move w-bugun-yil to w-yil
             perform defter-kur
             if lk-sonuc-tamam
                perform anlasmalari-hesapla
                perform rapor-bas
                move w-uyari-sayisi to lk-sayi
             end-if
        when lk-mod-yil-sonu
             if lk-yil = 0
                compute w-yil = w-bugun-yil - 1
             else
                move lk-yil to w-yil
             end-if
             perform defter-kur
             if lk-sonuc-tamam
                perform anlasmalari-hesapla
                perform mektuplari-yaz
                move w-mektup-sayisi to lk-sayi
             end-if
     end-evaluate
     close firsoz
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> parametreler
*> ---------------------------------------------------------------
 param-oku.
     open input firmuret-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close firmuret-param
     .

 param-satiri.
     read firmuret-param
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
        when "ESIK" compute w-esik = function numval (w-p-deger)
        when "ORTA" compute w-orta = function numval (w-p-deger)
        when "UST"  compute w-ust  = function numval (w-p-deger)
        when "ALT"  compute w-alt  = function numval (w-p-deger)
     end-evaluate
     .

*> ---------------------------------------------------------------
*> anlasma tanimi ve sorgusu
*> ---------------------------------------------------------------
 anlasma-tanimla.
     if lk-firma = spaces or lk-hacim = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-firma to frs-firma
     if lk-yil = 0
        move w-bugun-yil to frs-yil
     else
        move lk-yil to frs-yil
     end-if
     move frs-yil to w-yil
     read firsoz
          invalid
              initialize frs-rec
              move lk-firma to frs-firma
              move w-yil    to frs-yil
              perform anlasma-doldur
              write frs-rec invalid set lk-sonuc-hata to true
              end-write
          not invalid
              perform anlasma-doldur
              rewrite frs-rec invalid set lk-sonuc-hata to true
              end-rewrite
     end-read
     .

 anlasma-doldur.
     if lk-adi not = spaces
        move lk-adi to frs-adi
     end-if
     move lk-hacim to frs-hacim
     move lk-fiyat to frs-fiyat
     if lk-kademe not = spaces
        move lk-kademe to frs-kademe
     end-if
     if lk-temsilci not = spaces
        move lk-temsilci to frs-temsilci
     end-if
     if lk-mail not = spaces
        move lk-mail to frs-mail
     end-if
     .

 anlasma-sorgula.
     move lk-firma to frs-firma
     if lk-yil = 0
        move w-bugun-yil to frs-yil
     else
        move lk-yil to frs-yil
     end-if
     read firsoz
          invalid
              set lk-sonuc-hata to true
              exit paragraph
     end-read
     move frs-adi         to lk-adi
     move frs-hacim       to lk-hacim
     move frs-fiyat       to lk-fiyat
     move frs-kademe      to lk-kademe
     move frs-temsilci    to lk-temsilci
     move frs-mail        to lk-mail
     move frs-gerceklesen to lk-gerceklesen
     move frs-tahmin      to lk-tahmin
     move frs-yuzde       to lk-yuzde
     move frs-uyari       to lk-uyari
     .

*> ---------------------------------------------------------------
*> uretim defteri: yilin satirlari silinir, REZ'den yeniden kurulur
*> ---------------------------------------------------------------
 defter-kur.
     open i-o firurt
     if fs-firurt = "35"
        close firurt
        open output firurt
        close firurt
        open i-o firurt
     end-if
     open input rez
     if fs-rez not = "00" or fs-firurt not = "00"
        close rez firurt
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     compute w-tarih = w-yil * 10000 + 0101
     compute w-yil-bas = function integer-of-date (w-tarih)
     compute w-tarih = (w-yil + 1) * 10000 + 0101
     compute w-yil-son = function integer-of-date (w-tarih)
     move low-values to fru-anah
     start firurt key is not less than fru-anah
           invalid move "10" to fs-firurt
     end-start
     perform defter-temizle
             until fs-firurt = "10"
     move 0 to rez-no
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform rez-satiri
             until fs-rez = "10"
     close rez firurt
     .

 defter-temizle.
     read firurt next record
          at end move "10" to fs-firurt
     end-read
     if fs-firurt not = "00" and fs-firurt not = "02"
        move "10" to fs-firurt
     end-if
     if fs-firurt = "10"
        exit paragraph
     end-if
     if fru-yil = w-yil
        delete firurt record invalid continue end-delete
     end-if
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
     if rez-firma = spaces or rez-iptal-oldu or rez-no-show
        exit paragraph
     end-if
     move rez-gir-tar to w-gir-tar
     move rez-cik-tar to w-cik-tar
     if function test-date-yyyymmdd (w-gir-tar) not = 0
     or function test-date-yyyymmdd (w-cik-tar) not = 0
        exit paragraph
     end-if
     compute w-gir-gun = function integer-of-date (w-gir-tar)
     compute w-cik-gun = function integer-of-date (w-cik-tar)
     if w-cik-gun <= w-gir-gun
     or w-cik-gun <= w-yil-bas or w-gir-gun >= w-yil-son
        exit paragraph
     end-if
     compute w-gece-sayisi = w-cik-gun - w-gir-gun
     compute w-gecelik rounded = rez-fiyati / w-gece-sayisi
     if w-gir-gun < w-yil-bas
        move w-yil-bas to w-ilk-gun
     else
        move w-gir-gun to w-ilk-gun
     end-if
     if w-cik-gun > w-yil-son
        move w-yil-son to w-son-gun
     else
        move w-cik-gun to w-son-gun
     end-if
     perform gece-isle
             varying w-gun from w-ilk-gun by 1
             until w-gun >= w-son-gun
     .

 gece-isle.
     compute w-tarih = function date-of-integer (w-gun)
     move rez-firma  to fru-firma
     move w-yil      to fru-yil
     move w-tarih-ay to fru-ay
     read firurt
          invalid
              initialize fru-rec
              move rez-firma  to fru-firma
              move w-yil      to fru-yil
              move w-tarih-ay to fru-ay
              perform gece-ekle
              move w-bugun to fru-tarih
              write fru-rec invalid continue end-write
          not invalid
              perform gece-ekle
              rewrite fru-rec invalid continue end-rewrite
     end-read
     .

 gece-ekle.
     if w-gun <= w-bugun-gun
        add 1         to fru-gece
        add w-gecelik to fru-gelir
     else
        add 1         to fru-otb-gece
        add w-gecelik to fru-otb-gelir
     end-if
     .

*> ---------------------------------------------------------------
*> anlasmalar: gerceklesen, tahmin, yuzde, satis uyarisi
*> ---------------------------------------------------------------
 anlasmalari-hesapla.
     open input firurt
     if fs-firurt not = "00"
        close firurt
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move low-values to frs-anah
     start firsoz key is not less than frs-anah
           invalid move "10" to fs-firsoz
     end-start
     perform anlasma-satiri
             until fs-firsoz = "10"
     move "00" to fs-firsoz
     close firurt
     .

 anlasma-satiri.
     read firsoz next record
          at end move "10" to fs-firsoz
     end-read
     if fs-firsoz not = "00" and fs-firsoz not = "02"
        move "10" to fs-firsoz
     end-if
     if fs-firsoz = "10"
        exit paragraph
     end-if
     if frs-yil not = w-yil
        exit paragraph
     end-if
     add 1 to w-anlasma-sayisi
     move 0 to w-ger w-gelir w-otb
     move frs-firma to fru-firma
     move w-yil     to fru-yil
     move 0         to fru-ay
     start firurt key is not less than fru-anah
           invalid move "10" to fs-firurt
           not invalid move "00" to fs-firurt
     end-start
     perform uretim-topla
             until fs-firurt = "10"
     perform tahmin-hesapla
     move w-ger      to frs-gerceklesen
     move w-gelir    to frs-gelir
     move w-otb      to frs-otb
     move w-tahmin   to frs-tahmin
     if w-yuzde > 999
        move 999 to frs-yuzde
     else
        move w-yuzde to frs-yuzde
     end-if
     move w-bugun    to frs-hesap-tar
     if lk-mod-gece
        perform uyari-denetle
     end-if
     if lk-mod-yil-sonu
        perform oneri-belirle
     end-if
     rewrite frs-rec invalid continue end-rewrite
     .

 uretim-topla.
     read firurt next record
          at end move "10" to fs-firurt
     end-read
     if fs-firurt not = "00" and fs-firurt not = "02"
        move "10" to fs-firurt
     end-if
     if fs-firurt = "10"
        exit paragraph
     end-if
     if fru-firma not = frs-firma or fru-yil not = w-yil
        move "10" to fs-firurt
        exit paragraph
     end-if
     add fru-gece     to w-ger
     add fru-gelir    to w-gelir
     add fru-otb-gece to w-otb
     .

*> tahmin: gecen yil icin gerceklesen; cari yilda gerceklesen
*> temposu yila yayilir, gerceklesen + OTB daha buyukse o alinir
 tahmin-hesapla.
     compute w-yil-gun = w-yil-son - w-yil-bas
     if w-bugun-gun >= w-yil-son
        move w-ger to w-tahmin
     else
        compute w-gecen-gun = w-bugun-gun - w-yil-bas + 1
        compute w-tahmin = w-ger * w-yil-gun / w-gecen-gun
        if w-ger + w-otb > w-tahmin
           compute w-tahmin = w-ger + w-otb
        end-if
     end-if
     if w-tahmin > 999999
        move 999999 to w-tahmin
     end-if
     move 0 to w-yuzde w-ger-yuzde
     if frs-hacim > 0
        compute w-yuzde     = w-tahmin * 100 / frs-hacim
        compute w-ger-yuzde = w-ger * 100 / frs-hacim
     end-if
     .

 uyari-denetle.
     if w-yil not = w-bugun-yil or w-bugun-aygun < w-orta
     or frs-hacim = 0
        exit paragraph
     end-if
     if w-ger-yuzde < w-esik
        if not frs-geride
           set frs-geride to true
           move w-bugun to frs-uyari-tar
        end-if
        add 1 to w-uyari-sayisi
     else
        set frs-uyari-yok to true
     end-if
     .

 oneri-belirle.
     evaluate true
        when w-ger-yuzde >= w-ust set frs-oneri-ust  to true
        when w-ger-yuzde < w-alt  set frs-oneri-alt  to true
        when other                set frs-oneri-koru to true
     end-evaluate
     move w-bugun to frs-oneri-tar
     .

*> ---------------------------------------------------------------
*> gece dokumu: anlasma basina ay ay uretim, ardindan satis ekibi
*> uyarilari temsilci sirasinda
*> ---------------------------------------------------------------
 rapor-bas.
     open input firurt
     if fs-firurt not = "00"
        close firurt
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open output firmuret-rapor
     move spaces to firmuret-rapor-satir
     string "KURUMSAL HESAP URETIMI / TAAHHUT - " w-yil
            " (HESAP " w-bugun ")"
            delimited by size into firmuret-rapor-satir
     write firmuret-rapor-satir
     move all "-" to firmuret-rapor-satir
     write firmuret-rapor-satir
     move low-values to frs-anah
     start firsoz key is not less than frs-anah
           invalid move "10" to fs-firsoz
     end-start
     perform rapor-anlasma
             until fs-firsoz = "10"
     move "00" to fs-firsoz
     move spaces to firmuret-rapor-satir
     write firmuret-rapor-satir
     move "SATIS EKIBI UYARILARI - TAAHHUDUN GERISINDE KALAN HESAPLAR"
          to firmuret-rapor-satir
     write firmuret-rapor-satir
     move spaces to firmuret-rapor-satir
     string "TEMSILCI   FIRMA ADI                            TAAHHUT"
            "  GERCEK  YUZDE  UYARI TAR"
            delimited by size into firmuret-rapor-satir
     write firmuret-rapor-satir
     move low-values to frs-temsilci
     start firsoz key is not less than frs-temsilci
           invalid move "10" to fs-firsoz
     end-start
     perform rapor-uyari
             until fs-firsoz = "10"
     move "00" to fs-firsoz
     move spaces to firmuret-rapor-satir
     write firmuret-rapor-satir
     move w-anlasma-sayisi to w-sayi-ed
     move spaces to firmuret-rapor-satir
     string "ANLASMA SAYISI        " w-sayi-ed
            delimited by size into firmuret-rapor-satir
     write firmuret-rapor-satir
     move w-uyari-sayisi to w-sayi-ed
     move spaces to firmuret-rapor-satir
     string "ISARETLENEN HESAP     " w-sayi-ed
            delimited by size into firmuret-rapor-satir
     write firmuret-rapor-satir
     close firmuret-rapor firurt
     .

 rapor-anlasma.
     read firsoz next record
          at end move "10" to fs-firsoz
     end-read
     if fs-firsoz not = "00" and fs-firsoz not = "02"
        move "10" to fs-firsoz
     end-if
     if fs-firsoz = "10"
        exit paragraph
     end-if
     if frs-yil not = w-yil
        exit paragraph
     end-if
     move spaces to firmuret-rapor-satir
     write firmuret-rapor-satir
     move spaces to firmuret-rapor-satir
     string frs-firma " " frs-adi " KADEME " frs-kademe
            " TEMSILCI " frs-temsilci
            delimited by size into firmuret-rapor-satir
     write firmuret-rapor-satir
     move spaces to firmuret-rapor-satir
     move "  TAAHHUT" to firmuret-rapor-satir (1:9)
     move frs-hacim to w-sayi-ed
     move w-sayi-ed to firmuret-rapor-satir (11:6)
     move "GERCEK" to firmuret-rapor-satir (19:6)
     move frs-gerceklesen to w-sayi-ed
     move w-sayi-ed to firmuret-rapor-satir (26:6)
     move "OTB" to firmuret-rapor-satir (34:3)
     move frs-otb to w-sayi-ed
     move w-sayi-ed to firmuret-rapor-satir (38:6)
     move "TAHMIN" to firmuret-rapor-satir (46:6)
     move frs-tahmin to w-sayi-ed
     move w-sayi-ed to firmuret-rapor-satir (53:6)
     move "%" to firmuret-rapor-satir (61:1)
     move frs-yuzde to w-yuzde-ed
     move w-yuzde-ed to firmuret-rapor-satir (62:3)
     if frs-geride
        move "** GERIDE **" to firmuret-rapor-satir (67:12)
     end-if
     write firmuret-rapor-satir
     move "    AY    GECE           GELIR          ADR  OTB-GECE"
          to firmuret-rapor-satir
     write firmuret-rapor-satir
     move frs-firma to fru-firma
     move w-yil     to fru-yil
     move 0         to fru-ay
     start firurt key is not less than fru-anah
           invalid move "10" to fs-firurt
           not invalid move "00" to fs-firurt
     end-start
     perform rapor-ay
             until fs-firurt = "10"
     .

 rapor-ay.
     read firurt next record
          at end move "10" to fs-firurt
     end-read
     if fs-firurt not = "00" and fs-firurt not = "02"
        move "10" to fs-firurt
     end-if
     if fs-firurt = "10"
        exit paragraph
     end-if
     if fru-firma not = frs-firma or fru-yil not = w-yil
        move "10" to fs-firurt
        exit paragraph
     end-if
     move 0 to w-adr
     if fru-gece > 0
        compute w-adr rounded = fru-gelir / fru-gece
     end-if
     move spaces to firmuret-rapor-satir
     move fru-ay to w-ay-ed
     move w-ay-ed to firmuret-rapor-satir (5:2)
     move fru-gece to w-sayi-ed
     move w-sayi-ed to firmuret-rapor-satir (9:6)
     move fru-gelir to w-tutar-ed
     move w-tutar-ed to firmuret-rapor-satir (16:14)
     move w-adr to w-adr-ed
     move w-adr-ed to firmuret-rapor-satir (31:12)
     move fru-otb-gece to w-sayi-ed
     move w-sayi-ed to firmuret-rapor-satir (47:6)
     write firmuret-rapor-satir
     .

 rapor-uyari.
     read firsoz next record
          at end move "10" to fs-firsoz
     end-read
     if fs-firsoz not = "00" and fs-firsoz not = "02"
        move "10" to fs-firsoz
     end-if
     if fs-firsoz = "10"
        exit paragraph
     end-if
     if frs-yil not = w-yil or not frs-geride
        exit paragraph
     end-if
     move 0 to w-ger-yuzde
     if frs-hacim > 0
        compute w-ger-yuzde = frs-gerceklesen * 100 / frs-hacim
     end-if
     move spaces to firmuret-rapor-satir
     move frs-temsilci to firmuret-rapor-satir (1:10)
     move frs-firma to firmuret-rapor-satir (12:5)
     move frs-adi to firmuret-rapor-satir (18:30)
     move frs-hacim to w-sayi-ed
     move w-sayi-ed to firmuret-rapor-satir (50:6)
     move frs-gerceklesen to w-sayi-ed
     move w-sayi-ed to firmuret-rapor-satir (58:6)
     move w-ger-yuzde to w-yuzde-ed
     move w-yuzde-ed to firmuret-rapor-satir (66:3)
     move frs-uyari-tar to firmuret-rapor-satir (72:8)
     write firmuret-rapor-satir
     .

*> ---------------------------------------------------------------
*> yil sonu degerlendirme mektuplari
*> ---------------------------------------------------------------
 mektuplari-yaz.
     open i-o maildata
     if fs-maildata = "35"
        close maildata
        open output maildata
        close maildata
        open i-o maildata
     end-if
     if fs-maildata not = "00"
        close maildata
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open output firmyil-mektup
     perform mail-sira-bul
     move low-values to frs-anah
     start firsoz key is not less than frs-anah
           invalid move "10" to fs-firsoz
     end-start
     perform mektup-anlasma
             until fs-firsoz = "10"
     move "00" to fs-firsoz
     close firmyil-mektup maildata
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

 mektup-anlasma.
     read firsoz next record
          at end move "10" to fs-firsoz
     end-read
     if fs-firsoz not = "00" and fs-firsoz not = "02"
        move "10" to fs-firsoz
     end-if
     if fs-firsoz = "10"
        exit paragraph
     end-if
     if frs-yil not = w-yil or frs-oneri-yok
        exit paragraph
     end-if
     move 0 to w-ger-yuzde w-adr
     if frs-hacim > 0
        compute w-ger-yuzde = frs-gerceklesen * 100 / frs-hacim
     end-if
     if frs-gerceklesen > 0
        compute w-adr rounded = frs-gelir / frs-gerceklesen
     end-if
     compute w-sonraki-yil = w-yil + 1
     perform mektup-bas
     add 1 to w-mektup-sayisi
     if frs-mail not = spaces
        perform mektup-kuyrukla
     end-if
     .

 mektup-bas.
     move all "=" to firmyil-mektup-satir
     write firmyil-mektup-satir
     move spaces to firmyil-mektup-satir
     move w-bugun to firmyil-mektup-satir (60:8)
     write firmyil-mektup-satir
     move spaces to firmyil-mektup-satir
     string "Sayin " frs-adi delimited by "  "
            " Yetkilileri," delimited by size
            into firmyil-mektup-satir
     write firmyil-mektup-satir
     move spaces to firmyil-mektup-satir
     write firmyil-mektup-satir
     move frs-hacim to w-sayi-ed
     move spaces to firmyil-mektup-satir
     string w-yil " yili kurumsal fiyat anlasmamiz kapsaminda"
            " taahhut edilen" w-sayi-ed " oda gecesine karsilik"
            delimited by size into firmyil-mektup-satir
     write firmyil-mektup-satir
     move frs-gerceklesen to w-sayi-ed
     move w-ger-yuzde to w-yuzde-ed
     move spaces to firmyil-mektup-satir
     string "otelimizde" w-sayi-ed " oda gecesi (%" w-yuzde-ed
            ") konaklama gerceklesmistir."
            delimited by size into firmyil-mektup-satir
     write firmyil-mektup-satir
     move frs-gelir to w-tutar-ed
     move w-adr to w-adr-ed
     move spaces to firmyil-mektup-satir
     string "Toplam oda geliri " w-tutar-ed
            ", ortalama gecelik oda fiyati " w-adr-ed "."
            delimited by size into firmyil-mektup-satir
     write firmyil-mektup-satir
     move spaces to firmyil-mektup-satir
     write firmyil-mektup-satir
     move spaces to firmyil-mektup-satir
     evaluate true
        when frs-oneri-ust
             string "Bu sonuca gore " w-sonraki-yil
                    " yili icin fiyat kademenizin (" frs-kademe
                    ") bir ust, daha avantajli kademeye"
                    " tasinmasini oneriyoruz."
                    delimited by size into firmyil-mektup-satir
        when frs-oneri-alt
             string "Bu sonuca gore " w-sonraki-yil
                    " yili icin fiyat kademenizin (" frs-kademe
                    ") bir alt kademeye indirilmesini"
                    " oneriyoruz."
                    delimited by size into firmyil-mektup-satir
        when other
             string "Bu sonuca gore " w-sonraki-yil
                    " yili icin fiyat kademenizin (" frs-kademe
                    ") korunmasini oneriyoruz."
                    delimited by size into firmyil-mektup-satir
     end-evaluate
     write firmyil-mektup-satir
     move spaces to firmyil-mektup-satir
     write firmyil-mektup-satir
     move "Saygilarimizla," to firmyil-mektup-satir
     write firmyil-mektup-satir
     move frs-temsilci to firmyil-mektup-satir
     write firmyil-mektup-satir
     .

 mektup-kuyrukla.
     initialize maildata-rec
     move w-bugun     to maildata-tarih
     add 1 to w-mail-sira
     move w-mail-sira to maildata-sira
     move "firmuret"  to maildata-kaynak-program
     move frs-mail    to maildata-alici
     string w-yil " YILI KURUMSAL ANLASMA DEGERLENDIRMESI - "
            frs-firma
            delimited by size into maildata-konu
     set maildata-beklemede to true
     write maildata-rec invalid continue end-write
     .
