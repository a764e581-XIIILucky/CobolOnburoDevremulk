*> tapu.cbl
*> Son odemeden sonra tapu verilis takibi. Borcunu tamamen odeyen
*> sahip devre hissesinin tapusunu almaya hak kazaniyor, ama tapu
*> mudurlugu sureci ortak bir klasorde yuruyor ve sahipler aylarca
*> tapunun nerede oldugunu sormak icin ariyordu. Bu program DEVMULK
*> unitesi basina bir TAPU dosyasi tutar:
*>   - lk-mod-gece: TAKSIT unite unite taranir; taksit satiri olan
*>     ve hic kalani kalmamis (son taksit odenmis) unite icin, sahibin
*>     vadesi gelmis acik aidati (DONEM-AIDAT, aidatkon'un baktigi
*>     defter) yoksa TAPU dosyasi "A" acildi asamasiyla otomatik
*>     acilir; aidat borcu olan unite raporda bekleyen olarak
*>     listelenir. Ardindan asama yaslandirma raporu basilir,
*>   - lk-mod-asama: dosya bir sonraki asamaya ilerletilir - B
*>     belgeler toplandi, H harc odendi (lk-tutar), R tapu
*>     mudurlugu randevusu (lk-tarih randevu gunu; R iken yeniden
*>     girilirse randevu ertelenir), V tapu verildi, T tapu imzayla
*>     teslim edildi (lk-teslim-alan ve lk-imza "E" zorunlu).
*>     Asama atlanamaz,
*>   - lk-mod-sorgu: cagri merkezi / sahip ekrani icin dosyanin
*>     asamasi ve son asama tarihi doner,
*>   - lk-mod-rapor: yalniz yaslandirma raporu.
*> Acilista ve her asamada sahibe bildirim MAILDATA kuyruguna
*> yazilir (mailsend gonderir). Yaslandirma asama sirasinda her
*> acik dosyanin asamada bekledigi gunu ve acilistan bu yana gecen
*> gunu basar; tapu.prm GUN;asama;gun (varsayilan 30) asimi "**"
*> ile isaretlenir. Rapor tapu.txt'ye yazilir.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. tapu.
environment division.
input-output section.
file-control.
     copy "tapu.sel.cpy".

     copy "taksit.sel.cpy".

     copy "devmulk.sel.cpy".

     copy "donemaid.sel.cpy".

     copy "maildata.sel.cpy".

     select tapu-param assign to random
            tapu-param-dosya
            organization line sequential
            file status is fs-param.

     select tapu-rapor assign to random
            tapu-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "tapu.lib.cpy".

 copy "taksit.lib.cpy".

 copy "devmulk.lib.cpy".

 copy "donemaid.lib.cpy".

 copy "maildata.lib.cpy".

fd  tapu-param.
01  param-satir                  pic x(80).

fd  tapu-rapor.
01  tapu-rapor-satir             pic x(132).

working-storage section.
01  tapu-dosya                   pic x(200) value "tapu.dat".
01  taksit-dosya                 pic x(200) value "taksit.dat".
01  devmulk-dosya                pic x(200) value "devmulk.dat".
01  donem-aidat-dosya            pic x(200) value "donem-aidat.dat".
01  maildata-dosya               pic x(200) value "maildata.dat".
01  tapu-param-dosya             pic x(200) value "tapu.prm".
01  tapu-rapor-dosya             pic x(200) value "tapu.txt".
01  fs-tapu                      pic xx.
01  fs-taksit                    pic xx.
01  fs-devmulk                   pic xx.
01  fs-donem-aidat               pic xx.
01  fs-maildata                  pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-gun                  pic 9(07).
01  w-mail-sira                  pic 9(06).

*> asama sirasi, adlari ve yaslandirma esigi (tapu.prm GUN)
01  w-asama-adlari.
    02  filler                   pic x(21) value "AACILDI-BELGE BEKLER".
    02  filler                   pic x(21) value "BBELGELER TOPLANDI".
    02  filler                   pic x(21) value "HHARC ODENDI".
    02  filler                   pic x(21) value "RRANDEVU ALINDI".
    02  filler                   pic x(21) value "VTAPU VERILDI".
    02  filler                   pic x(21) value "TTESLIM EDILDI".
01  w-asama-tablosu redefines w-asama-adlari.
    02  w-asama-satir            occurs 6 times.
        03  w-asama-kod          pic x(01).
        03  w-asama-adi          pic x(20).
01  w-asama-esikleri.
    02  w-asama-esik             pic 9(04) occurs 6 times.
01  w-asama-ix                   pic 9(01).
01  w-yeni-ix                    pic 9(01).
01  w-eski-ix                    pic 9(01).
01  w-aranan                     pic x(01).
01  w-bulundu                    pic x(01).
01  w-p-tip                      pic x(10).
01  w-p-asama                    pic x(05).
01  w-p-deger                    pic x(10).

*> unite taramasi
01  w-unite                      pic 9(08).
01  w-unite-satir                pic 9(03).
01  w-unite-kalan                pic s9(11)v99.
01  w-aidat-borc                 pic s9(11)v99.

01  w-asamada-gun                pic 9(05).
01  w-toplam-gun                 pic 9(05).
01  w-tarih                      pic 9(08).
01  w-acilan-sayisi              pic 9(05).
01  w-bekleyen-sayisi            pic 9(05).
01  w-gecikme-sayisi             pic 9(05).
01  w-asama-sayac                pic 9(05) occurs 6 times.
01  w-sayi-ed                    pic z(4)9.
01  w-tutar-ed                   pic z(8)9,99-.

01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic 9(08) value 0.
    02  filler                   pic x(01) value space.
    02  filler                   pic 9(19) value 0.
    02  filler                   pic x(111) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  tapu-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-gece              value "G".
        88  lk-mod-asama             value "A".
        88  lk-mod-sorgu             value "S".
        88  lk-mod-rapor             value "R".
    02  lk-devremulk-no          pic 9(08).
*>   asama: yeni asama; sorgu: dosyanin asamasi
    02  lk-asama                 pic x(01).
*>   asama tarihi (bos ise bugun); R icin randevu gunu; sorgu: son
*>   asama tarihi
    02  lk-tarih                 pic 9(08).
    02  lk-tutar                 pic 9(09)v99.
    02  lk-teslim-alan           pic x(40).
    02  lk-imza                  pic x(01).
    02  lk-kllnc                 pic x(10).
    02  lk-not                   pic x(60).
*>   gece: acilan dosya; rapor: esigi asan dosya
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-yok             value "Y".
        88  lk-sonuc-sira-disi       value "S".
        88  lk-sonuc-hata            value "H".

procedure division using optional tapu-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     compute w-bugun-gun = function integer-of-date (w-bugun)
     if address of tapu-link = null
        set address of tapu-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi
     if not lk-mod-gece and not lk-mod-asama
     and not lk-mod-sorgu and not lk-mod-rapor
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     move 0 to w-acilan-sayisi w-bekleyen-sayisi w-gecikme-sayisi
     perform param-oku
     open i-o tapu
     if fs-tapu = "35"
        close tapu
        open output tapu
        close tapu
        open i-o tapu
     end-if
     if fs-tapu not = "00"
        close tapu
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     open input devmulk
     if not lk-mod-sorgu
        open i-o maildata
        if fs-maildata = "35"
           close maildata
           open output maildata
           close maildata
           open i-o maildata
        end-if
     end-if
     if fs-devmulk not = "00"
     or (not lk-mod-sorgu and fs-maildata not = "00")
        close tapu devmulk
        if not lk-mod-sorgu
           close maildata
        end-if
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     if not lk-mod-sorgu
        perform mail-sira-bul
     end-if
     evaluate true
        when lk-mod-gece
             open output tapu-rapor
             perform rapor-bas
             perform uniteleri-tara
             perform yaslandirma
             close tapu-rapor
             move w-acilan-sayisi to lk-sayi
        when lk-mod-asama
             perform asama-ilerlet
        when lk-mod-sorgu
             perform dosya-sorgula
        when lk-mod-rapor
             open output tapu-rapor
             perform rapor-bas
             perform yaslandirma
             close tapu-rapor
             move w-gecikme-sayisi to lk-sayi
     end-evaluate
     close tapu devmulk
     if not lk-mod-sorgu
        close maildata
     end-if
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> parametreler
*> ---------------------------------------------------------------
 param-oku.
     move 30 to w-asama-esik (1) w-asama-esik (2) w-asama-esik (3)
                w-asama-esik (4) w-asama-esik (5) w-asama-esik (6)
     open input tapu-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close tapu-param
     .

 param-satiri.
     read tapu-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00" or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-asama w-p-deger
     unstring param-satir delimited by ";"
              into w-p-tip w-p-asama w-p-deger
     end-unstring
     if w-p-tip not = "GUN" or w-p-deger = spaces
        exit paragraph
     end-if
     move w-p-asama (1:1) to w-aranan
     perform asama-bul
     if w-bulundu = "E"
        compute w-asama-esik (w-asama-ix) =
                function numval (w-p-deger)
     end-if
     .

*> w-aranan -> w-asama-ix (bulunamazsa w-bulundu "H")
 asama-bul.
     move "H" to w-bulundu
     perform asama-ara
             varying w-asama-ix from 1 by 1
             until w-asama-ix > 6 or w-bulundu = "E"
     subtract 1 from w-asama-ix
     .

 asama-ara.
     if w-asama-kod (w-asama-ix) = w-aranan
        move "E" to w-bulundu
     end-if
     .

*> ---------------------------------------------------------------
*> gece: borcu bitmis uniteler icin dosya acilisi
*> ---------------------------------------------------------------
 uniteleri-tara.
     open input taksit
     if fs-taksit not = "00"
        close taksit
        set lk-sonuc-hata to true
        exit paragraph
     end-if
*>   aidat borcu okunamadan dosya acilmaz - borcsuz sayilmaz
     open input donem-aidat
     if fs-donem-aidat not = "00"
        close taksit donem-aidat
        move spaces to tapu-rapor-satir
        string "DONEM-AIDAT ACILAMADI (DURUM " fs-donem-aidat
               ") - TAPU DOSYASI ACILISI YAPILMADI"
               delimited by size into tapu-rapor-satir
        write tapu-rapor-satir
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move 0 to w-unite w-unite-satir w-unite-kalan
     move low-values to taksit-anah
     start taksit key is not less than taksit-anah
           invalid move "10" to fs-taksit
     end-start
     perform taksit-satiri
             until fs-taksit = "10"
     if w-unite-satir > 0
        perform unite-degerlendir
     end-if
     close taksit donem-aidat
     .

 taksit-satiri.
     read taksit next record
          at end move "10" to fs-taksit
     end-read
     if fs-taksit not = "00" and fs-taksit not = "02"
        move "10" to fs-taksit
     end-if
     if fs-taksit = "10"
        exit paragraph
     end-if
     if taksit-devremulk-no not = w-unite
        if w-unite-satir > 0
           perform unite-degerlendir
        end-if
        move taksit-devremulk-no to w-unite
        move 0 to w-unite-satir w-unite-kalan
     end-if
     add 1 to w-unite-satir
     if taksit-kalan > 0
        add taksit-kalan to w-unite-kalan
     end-if
     .

 unite-degerlendir.
     if w-unite-kalan > 0
        exit paragraph
     end-if
     move w-unite to tpu-devremulk-no
     read tapu
          invalid continue
          not invalid exit paragraph
     end-read
     move w-unite to dvm-devremulk-no
     read devmulk
          invalid initialize dvm-rec
     end-read
     perform aidat-borcu
     if w-aidat-borc > 0
        add 1 to w-bekleyen-sayisi
        move w-aidat-borc to w-tutar-ed
        move spaces to tapu-rapor-satir
        string w-unite " " dvm-sahip-adi
               " TAKSIT BITTI - AIDAT BORCU " w-tutar-ed
               " - DOSYA BEKLIYOR"
               delimited by size into tapu-rapor-satir
        write tapu-rapor-satir
        exit paragraph
     end-if
     initialize tpu-rec
     move w-unite        to tpu-devremulk-no
     move dvm-sahip-no   to tpu-sahip-no
     move w-bugun        to tpu-acilis-tar tpu-son-asama-tar
     set tpu-acildi to true
     move "gecedrv"      to tpu-son-kllnc
     write tpu-rec invalid continue end-write
     add 1 to w-acilan-sayisi
     move spaces to tapu-rapor-satir
     string w-unite " " dvm-sahip-adi " TAPU DOSYASI ACILDI"
            delimited by size into tapu-rapor-satir
     write tapu-rapor-satir
     perform bildirim-kuyrukla
     .

*> sahibin vadesi gelmis acik aidati (aidatkon borc-topla ile ayni
*> defter)
 aidat-borcu.
     move 0 to w-aidat-borc
     if dvm-sahip-no = 0
        exit paragraph
     end-if
     move dvm-sahip-no to dna-musteri-no
     move 0 to dna-donem-no dna-donem-hafta
     start donem-aidat key is not less than dna-anah
           invalid move "10" to fs-donem-aidat
     end-start
     perform aidat-satiri
             until fs-donem-aidat = "10"
     move "00" to fs-donem-aidat
     .

 aidat-satiri.
     read donem-aidat next record
          at end move "10" to fs-donem-aidat
     end-read
     if fs-donem-aidat not = "00" and fs-donem-aidat not = "02"
        move "10" to fs-donem-aidat
     end-if
     if fs-donem-aidat = "10"
        exit paragraph
     end-if
     if dna-musteri-no not = dvm-sahip-no
        move "10" to fs-donem-aidat
        exit paragraph
     end-if
     if dna-acik and dna-vade-tarih <= w-bugun
        compute w-aidat-borc = w-aidat-borc
                + dna-tutar - dna-odenen-tutar
     end-if
     .

*> ---------------------------------------------------------------
*> asama ilerletme ve sorgu
*> ---------------------------------------------------------------
 asama-ilerlet.
     move lk-devremulk-no to tpu-devremulk-no
     read tapu
          invalid
              set lk-sonuc-yok to true
              exit paragraph
     end-read
     move tpu-asama to w-aranan
     perform asama-bul
     move w-asama-ix to w-eski-ix
     move lk-asama to w-aranan
     perform asama-bul
     if w-bulundu not = "E"
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move w-asama-ix to w-yeni-ix
*>   randevu ertelemesi ayni asamada kalir; diger asamalar sirayla
     if not (w-yeni-ix = w-eski-ix + 1
             or (lk-asama = "R" and tpu-randevu-alindi))
        set lk-sonuc-sira-disi to true
        exit paragraph
     end-if
     if lk-tarih = 0
        move w-bugun to w-tarih
     else
        move lk-tarih to w-tarih
     end-if
     evaluate lk-asama
        when "B"
             move w-tarih to tpu-belge-tar
        when "H"
             if lk-tutar = 0
                set lk-sonuc-hata to true
                exit paragraph
             end-if
             move w-tarih to tpu-harc-tar
             move lk-tutar to tpu-harc-tutar
        when "R"
             move w-tarih to tpu-randevu-tar
        when "V"
             move w-tarih to tpu-verilis-tar
        when "T"
             if lk-teslim-alan = spaces or lk-imza not = "E"
                set lk-sonuc-hata to true
                exit paragraph
             end-if
             move w-tarih        to tpu-teslim-tar
             move lk-teslim-alan to tpu-teslim-alan
             move lk-imza        to tpu-teslim-imza
     end-evaluate
     move lk-asama to tpu-asama
     move w-bugun  to tpu-son-asama-tar
     move lk-kllnc to tpu-son-kllnc
     if lk-not not = spaces
        move lk-not to tpu-not
     end-if
     rewrite tpu-rec invalid set lk-sonuc-hata to true
     end-rewrite
     if lk-sonuc-tamam
        move tpu-devremulk-no to dvm-devremulk-no
        read devmulk
             invalid initialize dvm-rec
        end-read
        perform bildirim-kuyrukla
     end-if
     .

 dosya-sorgula.
     move lk-devremulk-no to tpu-devremulk-no
     read tapu
          invalid
              set lk-sonuc-yok to true
              exit paragraph
     end-read
     move tpu-asama         to lk-asama
     move tpu-son-asama-tar to lk-tarih
     move tpu-harc-tutar    to lk-tutar
     move tpu-teslim-alan   to lk-teslim-alan
     move tpu-teslim-imza   to lk-imza
     move tpu-son-kllnc     to lk-kllnc
     move tpu-not           to lk-not
     if tpu-randevu-alindi
        move tpu-randevu-tar to lk-tarih
     end-if
     .

*> ---------------------------------------------------------------
*> sahip bildirimi
*> ---------------------------------------------------------------
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

 bildirim-kuyrukla.
     if dvm-sahip-mail = spaces
        exit paragraph
     end-if
     move tpu-asama to w-aranan
     perform asama-bul
     initialize maildata-rec
     move w-bugun     to maildata-tarih
     add 1 to w-mail-sira
     move w-mail-sira to maildata-sira
     move "tapu"      to maildata-kaynak-program
     move dvm-sahip-mail to maildata-alici
     if tpu-randevu-alindi
        string "TAPU - UNITE " tpu-devremulk-no " RANDEVU "
               tpu-randevu-tar
               delimited by size into maildata-konu
     else
        string "TAPU - UNITE " tpu-devremulk-no " - "
               w-asama-adi (w-asama-ix)
               delimited by size into maildata-konu
     end-if
     set maildata-beklemede to true
     write maildata-rec invalid continue end-write
     .

*> ---------------------------------------------------------------
*> asama yaslandirma
*> ---------------------------------------------------------------
 rapor-bas.
     move spaces to tapu-rapor-satir
     string "TAPU VERILIS TAKIBI - " w-bugun
            delimited by size into tapu-rapor-satir
     write tapu-rapor-satir
     move all "-" to tapu-rapor-satir
     write tapu-rapor-satir
     .

 yaslandirma.
     initialize w-asama-sayac (1) w-asama-sayac (2)
                w-asama-sayac (3) w-asama-sayac (4)
                w-asama-sayac (5) w-asama-sayac (6)
     move spaces to tapu-rapor-satir
     write tapu-rapor-satir
     move "ASAMA YASLANDIRMASI" to tapu-rapor-satir
     write tapu-rapor-satir
     move spaces to tapu-rapor-satir
     string "UNITE    SAHIP                                    ASAMA"
            "                ASAMADA  TOPLAM  RANDEVU"
            delimited by size into tapu-rapor-satir
     write tapu-rapor-satir
     move low-values to tpu-asama
     start tapu key is not less than tpu-asama
           invalid move "10" to fs-tapu
     end-start
     perform yas-satiri
             until fs-tapu = "10"
     move "00" to fs-tapu
     move spaces to tapu-rapor-satir
     write tapu-rapor-satir
     perform asama-ozeti
             varying w-asama-ix from 1 by 1 until w-asama-ix > 6
     move w-gecikme-sayisi to w-sayi-ed
     move spaces to tapu-rapor-satir
     string "ESIGI ASAN DOSYA         " w-sayi-ed
            delimited by size into tapu-rapor-satir
     write tapu-rapor-satir
     if lk-mod-gece
        move w-acilan-sayisi to w-sayi-ed
        move spaces to tapu-rapor-satir
        string "BU GECE ACILAN           " w-sayi-ed
               delimited by size into tapu-rapor-satir
        write tapu-rapor-satir
        move w-bekleyen-sayisi to w-sayi-ed
        move spaces to tapu-rapor-satir
        string "AIDAT BORCU ILE BEKLEYEN " w-sayi-ed
               delimited by size into tapu-rapor-satir
        write tapu-rapor-satir
     end-if
     .

 yas-satiri.
     read tapu next record
          at end move "10" to fs-tapu
     end-read
     if fs-tapu not = "00" and fs-tapu not = "02"
        move "10" to fs-tapu
     end-if
     if fs-tapu = "10"
        exit paragraph
     end-if
     move tpu-asama to w-aranan
     perform asama-bul
     if w-bulundu not = "E"
        exit paragraph
     end-if
     add 1 to w-asama-sayac (w-asama-ix)
     if tpu-teslim-edildi
        exit paragraph
     end-if
     move 0 to w-asamada-gun w-toplam-gun
     if tpu-son-asama-tar > 0
        compute w-asamada-gun = w-bugun-gun
              - function integer-of-date (tpu-son-asama-tar)
     end-if
     if tpu-acilis-tar > 0
        compute w-toplam-gun = w-bugun-gun
              - function integer-of-date (tpu-acilis-tar)
     end-if
     move tpu-devremulk-no to dvm-devremulk-no
     read devmulk
          invalid initialize dvm-rec
     end-read
     move spaces to tapu-rapor-satir
     move tpu-devremulk-no to tapu-rapor-satir (1:8)
     move dvm-sahip-adi to tapu-rapor-satir (10:40)
     move w-asama-adi (w-asama-ix) to tapu-rapor-satir (51:20)
     move w-asamada-gun to w-sayi-ed
     move w-sayi-ed to tapu-rapor-satir (73:5)
     move w-toplam-gun to w-sayi-ed
     move w-sayi-ed to tapu-rapor-satir (81:5)
     if tpu-randevu-alindi
        move tpu-randevu-tar to tapu-rapor-satir (88:8)
     end-if
     if w-asamada-gun > w-asama-esik (w-asama-ix)
        move "**" to tapu-rapor-satir (97:2)
        add 1 to w-gecikme-sayisi
     end-if
     write tapu-rapor-satir
     .

 asama-ozeti.
     move w-asama-sayac (w-asama-ix) to w-sayi-ed
     move spaces to tapu-rapor-satir
     string w-asama-adi (w-asama-ix) "     " w-sayi-ed
            delimited by size into tapu-rapor-satir
     write tapu-rapor-satir
     .
