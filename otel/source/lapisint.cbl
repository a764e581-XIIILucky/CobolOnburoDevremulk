*> lapisint.cbl
*> Lapis spa arabirimi: evdeki misafir listesi, dogrulamali harcama
*> aktarimi ve gunluk spa mutabakati. lapis.cbl spa sisteminin pipe
*> ayrili satirlarini hicbir kontrol yapmadan folioya isliyordu; spa
*> harcamalari cikis yapmis ya da yanlis foliolara dusuyor, spa
*> muduru gun sonu toplamini bizimkiyle hic tutturamiyordu. Bu
*> program spa baglayicisinin cagirdigi tek giristir:
*>   - lk-mod-evdeki: evdeki misafir dosyasi lapisevd.txt yazilir
*>     (satir: folio|oda|soyadi adi|pansiyon|kredi), lapisint.prm
*>     1. satirindaki gonderme komutu SYSTEM ile calistirilir. Folio
*>     numarasi posting'in anahtari olan REZ numarasidir (posspool/
*>     limittar'daki gibi); kredi bayragi "H" ise limittar'in son
*>     TAHKUYR satirinda folio ORTA/AGIR derecededir - spa harcamayi
*>     odaya yazmaz, pesin alir,
*>   - lk-mod-aktar: lapisint.prm 2. satirindaki alma komutu Lapis
*>     satirlarini lapisgel.txt'ye indirir; her satir dogrulanir:
*>       folio REZ'de yok                -> YOK,
*>       folio acik degil (giris yok, cikis yapmis, iptal) -> KAPA,
*>       ayni GUID daha once islenmis     -> reddedilir, yazilmaz,
*>       TL disi doviz                   -> DOVZ (elle islenir),
*>       departman kodu 3 karakteri asiyor -> DEPT,
*>       sifir/eksi tutar (iade)         -> IADE (elle islenir),
*>       GUID/tarih/tutar cozulemiyor     -> BOZK.
*>     Gecen satir posspool yolundan CAST-log'a islenir (rate-kodu
*>     "LAPIS", break malzeme kodu = Lapis departman kodu). Her satir
*>     (islenen ya da reddedilen) GUID anahtarli LAPISHRK'ya yazilir;
*>     reddedilenler ham satiri ve nedeniyle lapisred.txt'ye eklenir.
*>     Reddedilmis bir GUID yeniden gelirse (folio duzeltildi) yeniden
*>     denenir,
*>   - lk-mod-mutabakat: lk-tarih (0 ise bugun) Lapis islem gunu icin
*>     departman bazinda: Lapis'in gonderdigi toplam, reddedilen,
*>     CAST-log'da hala duran islenmis tutar ve fark; Lapis kendi gun
*>     sonu toplamini lapistop.txt'ye (satir: yyyymmdd|departman|
*>     tutar) birakmissa bize hic gelmeyen tutar da ayrica cikar.
*>     Dokum lapismut.txt'ye yazilir,
*>   - lk-mod-gece (gecedrv varsayilani): aktar + bugunun mutabakati
*>     + evdeki listesinin tazelenmesi.
*> Aktarim dokumu lapisint.txt'ye yazilir.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. lapisint.
environment division.
input-output section.
file-control.
     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     copy "lapishrk.sel.cpy".

     select tahkuyr assign to random
            tahkuyr-dosya
            organization indexed
            access mode is dynamic
            record key is tah-anah
            file status is fs-tahkuyr.

     select lapisgel assign to random
            lapisgel-dosya
            organization line sequential
            file status is fs-lapisgel.

     select lapisevd assign to random
            lapisevd-dosya
            organization line sequential
            file status is fs-lapisevd.

     select lapisred assign to random
            lapisred-dosya
            organization line sequential
            file status is fs-lapisred.

     select lapistop assign to random
            lapistop-dosya
            organization line sequential
            file status is fs-lapistop.

     select lapisint-param assign to random
            lapisint-param-dosya
            organization line sequential
            file status is fs-param.

     select lapisint-rapor assign to random
            lapisint-rapor-dosya
            organization line sequential.

     select lapismut-rapor assign to random
            lapismut-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

 copy "lapishrk.lib.cpy".

*> limittar'in tahsilat kuyrugu (duzen limittar.cbl ile aynidir)
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

fd  lapisgel.
01  lapisgel-satir               pic x(300).

fd  lapisevd.
01  lapisevd-satir               pic x(120).

fd  lapisred.
01  lapisred-satir               pic x(310).

fd  lapistop.
01  lapistop-satir               pic x(80).

fd  lapisint-param.
01  param-satir                  pic x(120).

fd  lapisint-rapor.
01  lapisint-rapor-satir         pic x(132).

fd  lapismut-rapor.
01  lapismut-rapor-satir         pic x(132).

working-storage section.
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  lapishrk-dosya               pic x(200) value "lapishrk.dat".
01  tahkuyr-dosya                pic x(200) value "tahkuyr.dat".
01  lapisgel-dosya               pic x(200) value "lapisgel.txt".
01  lapisevd-dosya               pic x(200) value "lapisevd.txt".
01  lapisred-dosya               pic x(200) value "lapisred.txt".
01  lapistop-dosya               pic x(200) value "lapistop.txt".
01  lapisint-param-dosya         pic x(200) value "lapisint.prm".
01  lapisint-rapor-dosya         pic x(200) value "lapisint.txt".
01  lapismut-rapor-dosya         pic x(200) value "lapismut.txt".
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-lapishrk                  pic xx.
01  fs-tahkuyr                   pic xx.
01  fs-lapisgel                  pic xx.
01  fs-lapisevd                  pic xx.
01  fs-lapisred                  pic xx.
01  fs-lapistop                  pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-dun                        pic 9(08).
01  w-simdi                      pic 9(06).
01  w-son-fis                    pic 9(10).

*> lapisint.prm: gonderme ve alma komutlari
01  w-gonder-komut               pic x(120).
01  w-al-komut                   pic x(120).
01  w-komut-sonuc                pic s9(09) comp-5.

*> Lapis satiri (pipe ayrili):
*> 1 kasa|2 folio|3 fis|4 adet|5 departman|6 tarih saat|7 aciklama|
*> 8 brut|9 tutar|10 doviz|11 GUID
01  w-lapis.
    02  w-l-kasa                 pic x(20).
    02  w-l-folio                pic x(20).
    02  w-l-fis                  pic x(20).
    02  w-l-adet                 pic x(20).
    02  w-l-departman            pic x(20).
    02  w-l-tarzaman             pic x(30).
    02  w-l-aciklama             pic x(50).
    02  w-l-brut                 pic x(20).
    02  w-l-tutar                pic x(20).
    02  w-l-doviz                pic x(10).
    02  w-l-guid                 pic x(50).
01  w-l-yil                      pic x(04).
01  w-l-ay                       pic x(02).
01  w-l-gun                      pic x(02).
01  w-l-saat                     pic x(08).
01  w-l-tarih                    pic 9(08).
01  w-l-folio-no                 pic 9(08).
01  w-l-tutar-n                  pic s9(10)v99.
01  w-red-neden                  pic x(04).
01  w-guid-vardi                 pic x(01).
01  w-kredi                      pic x(01).
01  w-tahkuyr-acik               pic x(01).

*> mutabakat: departman kirilimi
01  w-mut-tarih                  pic 9(08).
01  w-dep-tablosu.
    02  w-dep-satir occurs 50 times.
        03  w-dep-kodu           pic x(03).
        03  w-dep-lapis-rapor    pic s9(12)v99.
        03  w-dep-gelen          pic s9(12)v99.
        03  w-dep-red            pic s9(12)v99.
        03  w-dep-islenen        pic s9(12)v99.
01  w-dep-sayisi                 pic 9(02).
01  w-dep-ix                     pic 9(02).
01  w-dep-aranan                 pic x(03).
01  w-lapistop-var               pic x(01).
01  w-fark                       pic s9(12)v99.
01  w-top-tarih                  pic x(08).
01  w-top-dep                    pic x(10).
01  w-top-tutar                  pic x(20).

01  w-okunan                     pic 9(05).
01  w-islenen-sayisi             pic 9(05).
01  w-red-sayisi                 pic 9(05).
01  w-tekrar-sayisi              pic 9(05).
01  w-evdeki-sayisi              pic 9(05).
01  w-sayi-ed                    pic z(4)9.
01  w-tutar-ed                   pic z(9)9,99-.
01  w-tutar-ed2                  pic z(9)9,99-.
01  w-tutar-ed3                  pic z(9)9,99-.
01  w-tutar-ed4                  pic z(9)9,99-.
01  w-tutar-ed5                  pic z(9)9,99-.

*> gecedrv parametresiz cagirdiginda kullanilan gece varsayilani
01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic 9(08) value 0.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  lapisint-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-evdeki            value "E".
        88  lk-mod-aktar             value "A".
        88  lk-mod-mutabakat         value "M".
        88  lk-mod-gece              value "G".
*>   mutabakat gunu: 0 ise bugun
    02  lk-tarih                 pic 9(08).
    02  lk-islenen               pic 9(05).
    02  lk-reddedilen            pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional lapisint-link.
 ana-islem.
     if address of lapisint-link = null
        set address of lapisint-link to address of w-gece-link
     end-if
     accept w-bugun from date yyyymmdd
     accept w-simdi from time
     compute w-dun = function date-of-integer
             (function integer-of-date (w-bugun) - 1)
     set lk-sonuc-tamam to true
     move 0 to lk-islenen lk-reddedilen
     move 0 to w-okunan w-islenen-sayisi w-red-sayisi
               w-tekrar-sayisi w-evdeki-sayisi
     perform param-oku
     open i-o rez
     open i-o cast-log
     if fs-rez not = "00" or fs-cast-log not = "00"
        close rez cast-log
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     open i-o lapishrk
     if fs-lapishrk = "35"
        close lapishrk
        open output lapishrk
        close lapishrk
        open i-o lapishrk
     end-if
     if fs-lapishrk not = "00"
        close rez cast-log lapishrk
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     open output lapisint-rapor
     move spaces to lapisint-rapor-satir
     string "LAPIS SPA ARABIRIMI  " w-bugun " " w-simdi
            "  MOD " lk-mod
            delimited by size into lapisint-rapor-satir
     write lapisint-rapor-satir
     move all "-" to lapisint-rapor-satir
     write lapisint-rapor-satir
     evaluate true
        when lk-mod-evdeki
             perform evdeki-gonder
        when lk-mod-aktar
             perform aktar-isle
        when lk-mod-mutabakat
             perform mutabakat
        when lk-mod-gece
             perform aktar-isle
             move 0 to lk-tarih
             perform mutabakat
             perform evdeki-gonder
        when other
             set lk-sonuc-hata to true
     end-evaluate
     move w-islenen-sayisi to lk-islenen
     move w-red-sayisi     to lk-reddedilen
     close rez cast-log lapishrk lapisint-rapor
     goback.

*> lapisint.prm: 1. satir evdeki listesi gonderme komutu, 2. satir
*> Lapis satirlarini lapisgel.txt'ye indiren alma komutu.
 param-oku.
     move spaces to w-gonder-komut w-al-komut
     open input lapisint-param
     if fs-param not = "00"
        exit paragraph
     end-if
     read lapisint-param
          at end continue
     end-read
     if fs-param = "00"
        move param-satir to w-gonder-komut
        read lapisint-param
             at end continue
        end-read
     end-if
     if fs-param = "00"
        move param-satir to w-al-komut
     end-if
     close lapisint-param
     .

*> ---------------------------------------------------------------
*> evdeki misafir listesi
*> ---------------------------------------------------------------
 evdeki-gonder.
     open input tahkuyr
     if fs-tahkuyr = "00"
        move "E" to w-tahkuyr-acik
     else
        move "H" to w-tahkuyr-acik
     end-if
     open output lapisevd
     if fs-lapisevd not = "00"
        close tahkuyr
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move low-values to rez-anah
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform evdeki-satiri
             until fs-rez = "10"
     close lapisevd tahkuyr
     move w-evdeki-sayisi to w-sayi-ed
     move spaces to lapisint-rapor-satir
     string "EVDEKI LISTESI: " w-sayi-ed " FOLIO"
            delimited by size into lapisint-rapor-satir
     write lapisint-rapor-satir
     if w-gonder-komut not = spaces
        move 0 to w-komut-sonuc
        call "SYSTEM" using w-gonder-komut
             giving w-komut-sonuc
             on exception move 1 to w-komut-sonuc
        end-call
        if w-komut-sonuc not = 0
           move spaces to lapisint-rapor-satir
           string "EVDEKI LISTESI GONDERILEMEDI - LAPIS ESKI "
                  "LISTEYLE CALISIYOR"
                  delimited by size into lapisint-rapor-satir
           write lapisint-rapor-satir
           set lk-sonuc-hata to true
        end-if
     end-if
     .

 evdeki-satiri.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez = "10"
        exit paragraph
     end-if
     perform folio-acik-mi
     if w-red-neden not = spaces
        exit paragraph
     end-if
     perform kredi-bayragi
     move spaces to lapisevd-satir
     string rez-no "|" rez-odano delimited by size
            "|" rez-soyadi delimited by "  "
            " " rez-adi delimited by "  "
            "|" rez-pan-tipi "|" w-kredi delimited by size
            into lapisevd-satir
     write lapisevd-satir
     add 1 to w-evdeki-sayisi
     .

*> limittar bu gece (ya da dun gece) folioyu ORTA/AGIR derecelediyse
*> oda hesabina yazdirma kapalidir.
 kredi-bayragi.
     move "E" to w-kredi
     if w-tahkuyr-acik = "E"
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
           move "H" to w-kredi
        end-if
     end-if
     .

*> acik folio: REZ var, iptal degil, giris yapmis ve bugun evde
*> (minikulp'in folio dogrulamasi). Degilse w-red-neden dolar.
 folio-acik-mi.
     move spaces to w-red-neden
     if rez-iptal-oldu
     or rez-folio = 0
     or rez-gir-tar > w-bugun
     or rez-cik-tar < w-bugun
        move "KAPA" to w-red-neden
     end-if
     .

*> ---------------------------------------------------------------
*> Lapis satirlarinin aktarimi
*> ---------------------------------------------------------------
 aktar-isle.
     if w-al-komut not = spaces
        move 0 to w-komut-sonuc
        call "SYSTEM" using w-al-komut
             giving w-komut-sonuc
             on exception move 1 to w-komut-sonuc
        end-call
        if w-komut-sonuc not = 0
           move spaces to lapisint-rapor-satir
           string "ALMA KOMUTU BASARISIZ - LAPIS BAGLAYICISINI "
                  "KONTROL EDIN"
                  delimited by size into lapisint-rapor-satir
           write lapisint-rapor-satir
           set lk-sonuc-hata to true
           exit paragraph
        end-if
     end-if
     open input lapisgel
     if fs-lapisgel not = "00"
        move spaces to lapisint-rapor-satir
        string "GELEN LAPIS SATIRI YOK"
               delimited by size into lapisint-rapor-satir
        write lapisint-rapor-satir
        exit paragraph
     end-if
     open extend lapisred
     if fs-lapisred not = "00"
        open output lapisred
     end-if
     perform son-fis-bul
     perform gelen-satiri
             until fs-lapisgel not = "00"
     close lapisgel lapisred
     move spaces to lapisint-rapor-satir
     string "OKUNAN " w-okunan "  ISLENEN " w-islenen-sayisi
            "  REDDEDILEN " w-red-sayisi
            "  (TEKRAR GUID " w-tekrar-sayisi ")"
            delimited by size into lapisint-rapor-satir
     write lapisint-rapor-satir
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

 gelen-satiri.
     read lapisgel
          at end move "10" to fs-lapisgel
     end-read
     if fs-lapisgel = "00"
     and lapisgel-satir not = spaces
        add 1 to w-okunan
        perform satir-coz
        if w-red-neden = spaces
           perform guid-kontrol
        end-if
        if w-guid-vardi = "T"
           move "TEKR" to w-red-neden
           add 1 to w-tekrar-sayisi
           perform red-yaz
        else
           if w-red-neden = spaces
              perform satir-dogrula
           end-if
           if w-red-neden = spaces
              perform satir-post-et
           end-if
           if w-red-neden not = spaces
              perform red-yaz
           end-if
           if w-red-neden not = "BOZK"
              perform lapishrk-yaz
           end-if
        end-if
     end-if
     .

 satir-coz.
     move spaces to w-lapis w-red-neden
     move "H" to w-guid-vardi
     unstring lapisgel-satir delimited by "|"
              into w-l-kasa w-l-folio w-l-fis w-l-adet
                   w-l-departman w-l-tarzaman w-l-aciklama
                   w-l-brut w-l-tutar w-l-doviz w-l-guid
     end-unstring
     move spaces to w-l-yil w-l-ay w-l-gun w-l-saat
     unstring w-l-tarzaman delimited by "-" or " "
              into w-l-yil w-l-ay w-l-gun w-l-saat
     end-unstring
     move 0 to w-l-tarih w-l-folio-no w-l-tutar-n
     if w-l-guid = spaces
     or w-l-folio = spaces
     or w-l-tutar = spaces
     or w-l-yil is not numeric
        move "BOZK" to w-red-neden
        exit paragraph
     end-if
     inspect w-l-tutar replacing all "," by "."
     compute w-l-folio-no = function numval (w-l-folio)
     compute w-l-tutar-n  = function numval (w-l-tutar)
     compute w-l-tarih = function numval (w-l-yil) * 10000
                       + function numval (w-l-ay) * 100
                       + function numval (w-l-gun)
     if w-l-folio-no = 0
        move "BOZK" to w-red-neden
     end-if
     .

*> ayni GUID islenmisse "T"; reddedilmis eski satir yeniden denenir.
 guid-kontrol.
     move w-l-guid to lph-guid
     read lapishrk
          invalid continue
          not invalid
              if lph-islendi
                 move "T" to w-guid-vardi
              else
                 move "E" to w-guid-vardi
              end-if
     end-read
     .

 satir-dogrula.
     if w-l-doviz not = "TL" and w-l-doviz not = "TRY"
     and w-l-doviz not = spaces
        move "DOVZ" to w-red-neden
        exit paragraph
     end-if
     if w-l-departman (4:) not = spaces
     or w-l-departman = spaces
        move "DEPT" to w-red-neden
        exit paragraph
     end-if
     if w-l-tutar-n not > 0
        move "IADE" to w-red-neden
        exit paragraph
     end-if
     move w-l-folio-no to rez-no
     read rez
          invalid
              move "YOK " to w-red-neden
              exit paragraph
     end-read
     perform folio-acik-mi
     .

*> posspool'daki normal cast-log yolu.
 satir-post-et.
     initialize cast-log-rec
     move w-bugun            to cast-log-tarih
     move rez-no             to cast-log-rez-no
     move rez-odano          to cast-log-oda-no
     move w-l-tutar-n        to cast-log-fiyati
     move w-l-departman (1:3) to cast-log-br-malzeme-kodu (1)
     move w-l-tutar-n        to cast-log-br-malzeme-tut (1)
     move "LAPIS"            to cast-log-rate-kodu
     add 1 to w-son-fis
     move w-son-fis to cast-log-fis
     write cast-log-rec
           invalid move "BOZK" to w-red-neden
     end-write
     if w-red-neden = spaces
        add 1 to w-islenen-sayisi
     end-if
     .

 red-yaz.
     add 1 to w-red-sayisi
     move spaces to lapisred-satir
     string w-bugun " " w-simdi " " w-red-neden " "
            lapisgel-satir
            delimited by size into lapisred-satir
     write lapisred-satir
     .

 lapishrk-yaz.
     initialize lph-rec
     move w-l-guid            to lph-guid
     move w-l-tarih           to lph-tarih
     move w-l-saat            to lph-saat
     move w-l-folio-no        to lph-folio
     move w-l-fis             to lph-fis
     move w-l-departman (1:3) to lph-departman
     move w-l-aciklama        to lph-aciklama
     move w-l-tutar-n         to lph-tutar
     move w-l-doviz           to lph-doviz
     move w-bugun             to lph-alis-tarih
     move w-simdi             to lph-alis-saat
     if w-red-neden = spaces
        set lph-islendi to true
        move w-son-fis to lph-cast-fis
     else
        set lph-reddedildi to true
        move w-red-neden to lph-red-neden
     end-if
     if w-guid-vardi = "E"
        rewrite lph-rec invalid continue end-rewrite
     else
        write lph-rec invalid continue end-write
     end-if
     .

*> ---------------------------------------------------------------
*> gunluk spa mutabakati
*> ---------------------------------------------------------------
 mutabakat.
     if lk-tarih = 0
        move w-bugun to w-mut-tarih
     else
        move lk-tarih to w-mut-tarih
     end-if
     move 0 to w-dep-sayisi
     move "H" to w-lapistop-var
     perform lapistop-oku
     move w-mut-tarih to lph-tarih
     start lapishrk key is not less than lph-tarih
           invalid move "10" to fs-lapishrk
     end-start
     perform mutabakat-satiri
             until fs-lapishrk = "10"
     perform mutabakat-bas
     .

 lapistop-oku.
     open input lapistop
     if fs-lapistop not = "00"
        exit paragraph
     end-if
     move "E" to w-lapistop-var
     perform lapistop-satiri
             until fs-lapistop not = "00"
     close lapistop
     .

 lapistop-satiri.
     read lapistop
          at end move "10" to fs-lapistop
     end-read
     if fs-lapistop = "00"
     and lapistop-satir not = spaces
        move spaces to w-top-tarih w-top-dep w-top-tutar
        unstring lapistop-satir delimited by "|"
                 into w-top-tarih w-top-dep w-top-tutar
        end-unstring
        inspect w-top-tutar replacing all "," by "."
        if w-top-tarih = w-mut-tarih
           move w-top-dep (1:3) to w-dep-aranan
           perform departman-bul
           compute w-dep-lapis-rapor (w-dep-ix) =
                   w-dep-lapis-rapor (w-dep-ix)
                 + function numval (w-top-tutar)
        end-if
     end-if
     .

 mutabakat-satiri.
     read lapishrk next record
          at end move "10" to fs-lapishrk
     end-read
     if fs-lapishrk not = "00" and fs-lapishrk not = "02"
        move "10" to fs-lapishrk
     end-if
     if fs-lapishrk = "10"
        exit paragraph
     end-if
     if lph-tarih not = w-mut-tarih
        move "10" to fs-lapishrk
        exit paragraph
     end-if
     move lph-departman to w-dep-aranan
     perform departman-bul
     add lph-tutar to w-dep-gelen (w-dep-ix)
     if lph-reddedildi
        add lph-tutar to w-dep-red (w-dep-ix)
     else
*>      islenen satir CAST-log'da hala duruyor mu (folio
*>      duzeltmesinde silinmis/degismis olabilir)
        move lph-cast-fis to cast-log-fis
        read cast-log
             invalid continue
             not invalid
                 add cast-log-fiyati to w-dep-islenen (w-dep-ix)
        end-read
     end-if
     .

*> tablo dolarsa fazlasi "***" satirinda birikir.
 departman-bul.
     move 1 to w-dep-ix
     perform departman-ilerle
             until w-dep-ix > w-dep-sayisi
                or w-dep-kodu (w-dep-ix) = w-dep-aranan
     if w-dep-ix > w-dep-sayisi
        if w-dep-sayisi < 49
           add 1 to w-dep-sayisi
           move w-dep-sayisi to w-dep-ix
           initialize w-dep-satir (w-dep-ix)
           move w-dep-aranan to w-dep-kodu (w-dep-ix)
        else
           move 50 to w-dep-ix
           if w-dep-kodu (50) not = "***"
              initialize w-dep-satir (50)
              move "***" to w-dep-kodu (50)
              move 50 to w-dep-sayisi
           end-if
        end-if
     end-if
     .

 departman-ilerle.
     add 1 to w-dep-ix
     .

*> FARK = gelen - reddedilen - CAST-log'da duran; ALINMAYAN = Lapis
*> gun sonu toplami - bize gelen (yalniz lapistop.txt varsa).
 mutabakat-bas.
     open output lapismut-rapor
     move spaces to lapismut-rapor-satir
     string "LAPIS SPA MUTABAKATI  ISLEM GUNU " w-mut-tarih
            "  CALISMA " w-bugun " " w-simdi
            delimited by size into lapismut-rapor-satir
     write lapismut-rapor-satir
     move spaces to lapismut-rapor-satir
     string "DEP     LAPIS RAPORU       BIZE GELEN       "
            "REDDEDILEN    CAST-LOG'DA          FARK       ALINMAYAN"
            delimited by size into lapismut-rapor-satir
     write lapismut-rapor-satir
     move all "-" to lapismut-rapor-satir
     write lapismut-rapor-satir
     move 1 to w-dep-ix
     perform mutabakat-satiri-bas
             until w-dep-ix > w-dep-sayisi
     if w-lapistop-var not = "E"
        move spaces to lapismut-rapor-satir
        string "lapistop.txt YOK - LAPIS GUN SONU TOPLAMI "
               "KARSILASTIRILMADI"
               delimited by size into lapismut-rapor-satir
        write lapismut-rapor-satir
     end-if
     close lapismut-rapor
     move w-dep-sayisi to w-sayi-ed
     move spaces to lapisint-rapor-satir
     string "MUTABAKAT " w-mut-tarih ": " w-sayi-ed
            " DEPARTMAN - lapismut.txt"
            delimited by size into lapisint-rapor-satir
     write lapisint-rapor-satir
     .

 mutabakat-satiri-bas.
     compute w-fark = w-dep-gelen (w-dep-ix)
                    - w-dep-red (w-dep-ix)
                    - w-dep-islenen (w-dep-ix)
     move w-dep-lapis-rapor (w-dep-ix) to w-tutar-ed
     move w-dep-gelen (w-dep-ix)       to w-tutar-ed2
     move w-dep-red (w-dep-ix)         to w-tutar-ed3
     move w-dep-islenen (w-dep-ix)     to w-tutar-ed4
     move w-fark                       to w-tutar-ed5
     move spaces to lapismut-rapor-satir
     string w-dep-kodu (w-dep-ix) " " w-tutar-ed " " w-tutar-ed2
            " " w-tutar-ed3 " " w-tutar-ed4 " " w-tutar-ed5
            delimited by size into lapismut-rapor-satir
     if w-lapistop-var = "E"
        compute w-fark = w-dep-lapis-rapor (w-dep-ix)
                       - w-dep-gelen (w-dep-ix)
        move w-fark to w-tutar-ed
        move w-tutar-ed to lapismut-rapor-satir (100:16)
     end-if
     write lapismut-rapor-satir
     add 1 to w-dep-ix
     .
