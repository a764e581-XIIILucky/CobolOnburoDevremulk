*> eftmutab.cbl
*> EFT-POS terminal gun sonu (batch) mutabakati. Her kart terminali
*> her gece batch kapatiyor ama batch toplamini folyo, kasa ve
*> onkasa'ya banka bazinda (banka / rez-banka) islenen kart
*> tahsilatlariyla karsilastiran yoktu; eksik ya da iki kez girilmis
*> slipler ancak banka yatisi eksik gelince fark ediliyordu. Bu alt
*> program EFTBANKA (banka parametreleri) ve EFTBATCH (terminal
*> batch'leri) dosyalarini isletir:
*>   - lk-mod-parametre: bankanin uye isyeri komisyon orani ve valor
*>     gunu kaydedilir,
*>   - lk-mod-giris: bir terminalin batch toplami (slip sayisi +
*>     tutar) elle girilir,
*>   - lk-mod-iceri-al: bankadan / terminalden alinan batch dosyasi
*>     (eftbatch.csv) iceri alinir:
*>       B;tarih;banka;terminal;slip-sayisi;tutar
*>       S;tarih;banka;terminal;tutar;onay-kodu
*>     B satiri terminal toplamidir (ayni terminalin eski slip
*>     satirlari silinir), S satirlari batch dokumundeki sliplerdir,
*>   - lk-mod-rapor: gunun kart tahsilatlari toplanir - folyo
*>     tahsilatlari CAST-log'da eftmutab.prm'deki kredi karti
*>     departmanlarina islenen satirlardir (banka = REZ'in
*>     rez-banka'si); kasa ve onkasa kart slipleri gun sonunda
*>     eftkasa.txt'ye dokulur (tarih|K/O|banka|fis|tutar). Banka
*>     bazinda batch ile slip sayisi ve tutar karsilastirilir; batch
*>     slip dokumu varsa slipler tutar ile tek tek eslestirilir ve
*>     eslesmeyenler iki yonlu listelenir, yoksa fark olan bankada
*>     ayni tutarli slipler mukerrer adayi olarak isaretlenir.
*>     Komisyon, beklenen net yatis ve valor tarihi finans icin
*>     eftmutab.txt'ye basilir.
program-id. eftmutab is initial program.
environment division.
input-output section.
file-control.
     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     copy "eftbanka.sel.cpy".

     copy "eftbatch.sel.cpy".

     select eftbatch-giris assign to random
            eftbatch-giris-dosya
            organization line sequential
            file status is fs-giris.

     select eftkasa assign to random
            eftkasa-dosya
            organization line sequential
            file status is fs-eftkasa.

     select eftmutab-param assign to random
            eftmutab-param-dosya
            organization line sequential
            file status is fs-param.

     select eftmutab-rapor assign to random
            eftmutab-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

 copy "eftbanka.lib.cpy".

 copy "eftbatch.lib.cpy".

fd  eftbatch-giris.
01  giris-satir                  pic x(200).

fd  eftkasa.
01  eftkasa-satir                pic x(120).

fd  eftmutab-param.
01  param-satir                  pic x(120).

fd  eftmutab-rapor.
01  eftmutab-rapor-satir         pic x(132).

working-storage section.
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  eftbanka-dosya               pic x(200) value "eftbanka.dat".
01  eftbatch-dosya               pic x(200) value "eftbatch.dat".
01  eftbatch-giris-dosya         pic x(200) value "eftbatch.csv".
01  eftkasa-dosya                pic x(200) value "eftkasa.txt".
01  eftmutab-param-dosya         pic x(200) value "eftmutab.prm".
01  eftmutab-rapor-dosya         pic x(200) value "eftmutab.txt".
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-eftbanka                  pic xx.
01  fs-eftbatch                  pic xx.
01  fs-giris                     pic xx.
01  fs-eftkasa                   pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-tarih                      pic 9(08).
01  w-valor-tarih                pic 9(08).

*> eftmutab.prm 1. satir: kredi karti departman kodlari (";" ile)
01  w-dep-tablosu.
    02  w-kart-dep occurs 10 times pic x(03).
01  w-dep-ix                     pic 9(02).
01  w-dep-bulundu                pic x(01).

*> cozulen satir
01  w-s-tip                      pic x(01).
01  w-s-alan1                    pic x(20).
01  w-s-alan2                    pic x(20).
01  w-s-alan3                    pic x(20).
01  w-s-alan4                    pic x(20).
01  w-s-alan5                    pic x(20).
01  w-s-tarih                    pic 9(08).
01  w-s-banka                    pic 9(02).
01  w-s-tutar                    pic s9(10)v99.
01  w-s-adet                     pic 9(05).
01  w-s-kaynak                   pic x(01).
01  w-okunan-sayisi              pic 9(05).
01  w-hatali-sayisi              pic 9(05).

*> banka ozeti (indis = banka kodu + 1)
01  w-banka-tablosu.
    02  w-bnk occurs 100 times.
        03  w-bnk-batch-adet     pic 9(05).
        03  w-bnk-batch-tutar    pic s9(11)v99.
        03  w-bnk-slip-adet      pic 9(05).
        03  w-bnk-slip-tutar     pic s9(11)v99.
        03  w-bnk-detay-var      pic x(01).
01  w-bx                         pic 9(03).

*> terminal batch toplamlari
01  w-trm-tablosu.
    02  w-trm occurs 300 times.
        03  w-trm-banka          pic 9(02).
        03  w-trm-terminal       pic x(10).
        03  w-trm-adet           pic 9(05).
        03  w-trm-tutar          pic s9(10)v99.
01  w-trm-sayisi                 pic 9(03).
01  w-trm-ix                     pic 9(03).

*> sisteme islenmis kart slipleri (folyo / kasa / onkasa)
01  w-slp-tablosu.
    02  w-slp occurs 5000 times.
        03  w-slp-banka          pic 9(02).
        03  w-slp-kaynak         pic x(01).
        03  w-slp-referans       pic x(12).
        03  w-slp-oda            pic x(04).
        03  w-slp-tutar          pic s9(10)v99.
        03  w-slp-eslesti        pic x(01).
01  w-slp-sayisi                 pic 9(04).
01  w-slp-ix                     pic 9(04).
01  w-slp-jx                     pic 9(04).

*> batch dokumundeki slipler
01  w-det-tablosu.
    02  w-det occurs 5000 times.
        03  w-det-banka          pic 9(02).
        03  w-det-terminal       pic x(10).
        03  w-det-tutar          pic s9(10)v99.
        03  w-det-onay           pic x(15).
        03  w-det-eslesti        pic x(01).
01  w-det-sayisi                 pic 9(04).
01  w-det-ix                     pic 9(04).
01  w-tasti                      pic x(01).

01  w-cast-tutar                 pic s9(10)v99.
01  w-break-ix                   pic 9(02).
01  w-fark-adet                  pic s9(05).
01  w-fark-tutar                 pic s9(11)v99.
01  w-komisyon                   pic s9(11)v99.
01  w-net-yatis                  pic s9(11)v99.
01  w-eslesmeyen                 pic 9(05).
01  w-mukerrer                   pic x(01).
01  w-kaynak-adi                 pic x(06).
01  w-genel-batch                pic s9(11)v99.
01  w-genel-slip                 pic s9(11)v99.
01  w-genel-komisyon             pic s9(11)v99.
01  w-genel-net                  pic s9(11)v99.

*> iceri almada terminalin son slip sirasi
01  w-son-anah.
    02  w-son-tarih              pic 9(08).
    02  w-son-banka              pic 9(02).
    02  w-son-terminal           pic x(10).
01  w-sira                       pic 9(04).

01  w-tutar-ed                   pic z(10)9,99-.
01  w-tutar-ed2                  pic z(10)9,99-.
01  w-tutar-ed3                  pic z(10)9,99-.
01  w-sayi-ed                    pic z(4)9-.
01  w-sayi-ed2                   pic z(4)9-.
01  w-sayi-ed3                   pic z(4)9-.
01  w-oran-ed                    pic z9,9999.
01  w-gun-ed                     pic zz9.

linkage section.
01  eftmutab-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-parametre         value "P".
        88  lk-mod-giris             value "G".
        88  lk-mod-iceri-al          value "I".
        88  lk-mod-rapor             value "R".
*>   rapor: 0 ise dun
    02  lk-tarih                 pic 9(08).
    02  lk-banka                 pic 9(02).
    02  lk-banka-adi             pic x(30).
    02  lk-komisyon-oran         pic 9(02)v9(04).
    02  lk-valor-gun             pic 9(03).
    02  lk-terminal              pic x(10).
    02  lk-slip-sayisi           pic 9(05).
    02  lk-tutar                 pic 9(10)v99.
*>   bos ise eftbatch.csv
    02  lk-dosya-adi             pic x(60).
    02  lk-kllnc-kodu            pic x(10).
    02  lk-eslesmeyen-sayisi     pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using eftmutab-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move 0 to lk-eslesmeyen-sayisi
     open i-o eftbanka
     if fs-eftbanka = "35"
        close eftbanka
        open output eftbanka
        close eftbanka
        open i-o eftbanka
     end-if
     open i-o eftbatch
     if fs-eftbatch = "35"
        close eftbatch
        open output eftbatch
        close eftbatch
        open i-o eftbatch
     end-if
     if fs-eftbanka not = "00" or fs-eftbatch not = "00"
        set lk-sonuc-hata to true
        close eftbanka eftbatch
        goback
     end-if
     evaluate true
        when lk-mod-parametre perform banka-parametre
        when lk-mod-giris     perform batch-giris
        when lk-mod-iceri-al  perform batch-iceri-al
        when lk-mod-rapor     perform mutabakat-raporu
        when other            set lk-sonuc-hata to true
     end-evaluate
     close eftbanka eftbatch
     goback.

*> ---------------------------------------------------------------
*> banka parametreleri
*> ---------------------------------------------------------------
 banka-parametre.
     move lk-banka to ebk-banka
     read eftbanka
          invalid
              initialize ebk-rec
              move lk-banka to ebk-banka
     end-read
     move lk-banka-adi     to ebk-aciklama
     move lk-komisyon-oran to ebk-komisyon-oran
     move lk-valor-gun     to ebk-valor-gun
     move lk-kllnc-kodu    to ebk-degistiren
     move w-bugun          to ebk-degisim-tarih
     rewrite ebk-rec
             invalid
                 write ebk-rec
                       invalid set lk-sonuc-hata to true
                 end-write
     end-rewrite
     .

*> ---------------------------------------------------------------
*> elle batch girisi (terminal toplami)
*> ---------------------------------------------------------------
 batch-giris.
     if lk-tarih = 0 or lk-terminal = spaces
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-tarih       to w-s-tarih
     move lk-banka       to w-s-banka
     move lk-terminal    to w-s-alan3
     move lk-slip-sayisi to w-s-adet
     move lk-tutar       to w-s-tutar
     move "E"            to w-s-kaynak
     perform batch-toplam-yaz
     .

*> terminal toplami sira 0'a yazilir; terminalin eski slip dokumu
*> silinir (yeni dokum ardindan gelir).
 batch-toplam-yaz.
     move w-s-tarih  to ebt-tarih
     move w-s-banka  to ebt-banka
     move w-s-alan3  to ebt-terminal
     move 1          to ebt-sira
     start eftbatch key is not less than ebt-anah
           invalid move "10" to fs-eftbatch
     end-start
     perform eski-slip-sil
             until fs-eftbatch = "10"
     move "00" to fs-eftbatch
     initialize ebt-rec
     move w-s-tarih     to ebt-tarih
     move w-s-banka     to ebt-banka
     move w-s-alan3     to ebt-terminal
     move 0             to ebt-sira
     move w-s-adet      to ebt-slip-sayisi
     move w-s-tutar     to ebt-tutar
     move w-s-kaynak    to ebt-kaynak
     move lk-kllnc-kodu to ebt-kllnc
     move w-bugun       to ebt-islem-tarih
     write ebt-rec
           invalid rewrite ebt-rec invalid continue end-rewrite
     end-write
     .

 eski-slip-sil.
     read eftbatch next record
          at end move "10" to fs-eftbatch
     end-read
     if fs-eftbatch not = "00" and fs-eftbatch not = "02"
        move "10" to fs-eftbatch
     end-if
     if fs-eftbatch = "10"
        exit paragraph
     end-if
     if ebt-tarih not = w-s-tarih
     or ebt-banka not = w-s-banka
     or ebt-terminal not = w-s-alan3
        move "10" to fs-eftbatch
        exit paragraph
     end-if
     delete eftbatch record invalid continue end-delete
     .

*> ---------------------------------------------------------------
*> batch dosyasi aktarimi
*> ---------------------------------------------------------------
 batch-iceri-al.
     if lk-dosya-adi not = spaces
        move lk-dosya-adi to eftbatch-giris-dosya
     end-if
     move 0 to w-okunan-sayisi w-hatali-sayisi
     move "D" to w-s-kaynak
     move low-values to w-son-anah
     open input eftbatch-giris
     if fs-giris not = "00"
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform giris-satiri
             until fs-giris not = "00"
     close eftbatch-giris
     move w-hatali-sayisi to lk-eslesmeyen-sayisi
     if w-okunan-sayisi = 0
        set lk-sonuc-hata to true
     end-if
     .

 giris-satiri.
     read eftbatch-giris
          at end move "10" to fs-giris
     end-read
     if fs-giris not = "00"
     or giris-satir = spaces
        exit paragraph
     end-if
     move spaces to w-s-tip w-s-alan1 w-s-alan2 w-s-alan3 w-s-alan4
                    w-s-alan5
     unstring giris-satir delimited by ";"
              into w-s-tip w-s-alan1 w-s-alan2 w-s-alan3 w-s-alan4
                   w-s-alan5
     end-unstring
     if w-s-alan1 (1:8) not numeric
     or w-s-alan2 (1:2) not numeric
     or w-s-alan3 = spaces
        add 1 to w-hatali-sayisi
        exit paragraph
     end-if
     move w-s-alan1 (1:8) to w-s-tarih
     move w-s-alan2 (1:2) to w-s-banka
     evaluate w-s-tip
        when "B"
             compute w-s-adet = function numval (w-s-alan4)
             inspect w-s-alan5 replacing all "," by "."
             compute w-s-tutar = function numval (w-s-alan5)
             perform batch-toplam-yaz
             add 1 to w-okunan-sayisi
        when "S"
             inspect w-s-alan4 replacing all "," by "."
             compute w-s-tutar = function numval (w-s-alan4)
             perform batch-slip-yaz
             add 1 to w-okunan-sayisi
        when other
             add 1 to w-hatali-sayisi
     end-evaluate
     .

*> slip satiri terminalin son sirasinin arkasina eklenir.
 batch-slip-yaz.
     if w-son-tarih not = w-s-tarih
     or w-son-banka not = w-s-banka
     or w-son-terminal not = w-s-alan3
        move w-s-tarih  to w-son-tarih
        move w-s-banka  to w-son-banka
        move w-s-alan3  to w-son-terminal
        move 0 to w-sira
        move w-s-tarih  to ebt-tarih
        move w-s-banka  to ebt-banka
        move w-s-alan3  to ebt-terminal
        move 9999       to ebt-sira
        start eftbatch key is less than ebt-anah
              invalid move "10" to fs-eftbatch
        end-start
        if fs-eftbatch = "00"
           read eftbatch previous record
                at end move "10" to fs-eftbatch
           end-read
           if fs-eftbatch = "00"
           and ebt-tarih = w-s-tarih
           and ebt-banka = w-s-banka
           and ebt-terminal = w-s-alan3
              move ebt-sira to w-sira
           end-if
        end-if
        move "00" to fs-eftbatch
     end-if
     if w-sira >= 9999
        add 1 to w-hatali-sayisi
        exit paragraph
     end-if
     add 1 to w-sira
     initialize ebt-rec
     move w-s-tarih     to ebt-tarih
     move w-s-banka     to ebt-banka
     move w-s-alan3     to ebt-terminal
     move w-sira        to ebt-sira
     move 1             to ebt-slip-sayisi
     move w-s-tutar     to ebt-tutar
     move w-s-alan5     to ebt-onay-kodu
     set ebt-dosyadan to true
     move lk-kllnc-kodu to ebt-kllnc
     move w-bugun       to ebt-islem-tarih
     write ebt-rec invalid add 1 to w-hatali-sayisi end-write
     .

*> ---------------------------------------------------------------
*> mutabakat raporu
*> ---------------------------------------------------------------
 mutabakat-raporu.
     if lk-tarih = 0
        compute w-tarih = function date-of-integer
                (function integer-of-date (w-bugun) - 1)
     else
        move lk-tarih to w-tarih
     end-if
     initialize w-banka-tablosu
     move 0 to w-trm-sayisi w-slp-sayisi w-det-sayisi w-eslesmeyen
     move 0 to w-genel-batch w-genel-slip w-genel-komisyon
               w-genel-net
     move "H" to w-tasti
     perform param-oku
     open output eftmutab-rapor
     move spaces to eftmutab-rapor-satir
     string "EFT-POS BATCH MUTABAKATI  GUN " w-tarih
            "  DUZENLEME " w-bugun
            delimited by size into eftmutab-rapor-satir
     write eftmutab-rapor-satir
     move all "=" to eftmutab-rapor-satir
     write eftmutab-rapor-satir
     if w-kart-dep (1) = spaces
        move spaces to eftmutab-rapor-satir
        string "UYARI: eftmutab.prm'de KREDI KARTI DEPARTMANI "
               "TANIMLI DEGIL - FOLYO TAHSILATLARI ALINMADI"
               delimited by size into eftmutab-rapor-satir
        write eftmutab-rapor-satir
     else
        perform folyo-tahsilatlari
     end-if
     perform kasa-slipleri
     perform batch-yukle
     perform slip-eslestir
             varying w-det-ix from 1 by 1
             until w-det-ix > w-det-sayisi
     if w-tasti = "E"
        move spaces to eftmutab-rapor-satir
        string "UYARI: SLIP TABLOSU DOLDU (5000 SLIP / 300 "
               "TERMINAL) - FAZLA SATIRLAR ALINMADI"
               delimited by size into eftmutab-rapor-satir
        write eftmutab-rapor-satir
     end-if
     perform banka-raporu
             varying w-bx from 1 by 1
             until w-bx > 100
     perform genel-ozet
     close eftmutab-rapor
     move w-eslesmeyen to lk-eslesmeyen-sayisi
     .

 param-oku.
     move spaces to w-dep-tablosu
     open input eftmutab-param
     if fs-param not = "00"
        exit paragraph
     end-if
     read eftmutab-param
          at end continue
     end-read
     if fs-param = "00"
        unstring param-satir delimited by ";" or " "
                 into w-kart-dep (1) w-kart-dep (2) w-kart-dep (3)
                      w-kart-dep (4) w-kart-dep (5) w-kart-dep (6)
                      w-kart-dep (7) w-kart-dep (8) w-kart-dep (9)
                      w-kart-dep (10)
        end-unstring
     end-if
     close eftmutab-param
     .

*> gunun CAST-log satirlarindan kredi karti departmanina islenenler.
 folyo-tahsilatlari.
     open input cast-log
     open input rez
     if fs-cast-log not = "00" or fs-rez not = "00"
        close cast-log rez
        exit paragraph
     end-if
     move w-tarih to cast-log-tarih
     move 0       to cast-log-rez-no cast-log-fis
     start cast-log key is not less than cast-log-alt
           invalid move "10" to fs-cast-log
     end-start
     perform cast-log-oku
             until fs-cast-log = "10"
     close cast-log rez
     .

 cast-log-oku.
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
        move "10" to fs-cast-log
        exit paragraph
     end-if
     move 0 to w-cast-tutar
     perform kart-break-topla
             varying w-break-ix from 1 by 1
             until w-break-ix > 15
     if w-cast-tutar = 0
        exit paragraph
     end-if
*>   kart tahsilati folyoda alacak (eksi) olarak durur; slip tutari
*>   mutlak degerdir
     if w-cast-tutar < 0
        compute w-cast-tutar = 0 - w-cast-tutar
     end-if
     move cast-log-rez-no to rez-no
     read rez
          invalid move 0 to rez-banka
     end-read
     if w-slp-sayisi >= 5000
        move "E" to w-tasti
        exit paragraph
     end-if
     add 1 to w-slp-sayisi
     move rez-banka          to w-slp-banka (w-slp-sayisi)
     move "F"                to w-slp-kaynak (w-slp-sayisi)
     move cast-log-fis       to w-slp-referans (w-slp-sayisi)
     move cast-log-oda-no    to w-slp-oda (w-slp-sayisi)
     move w-cast-tutar       to w-slp-tutar (w-slp-sayisi)
     move "H"                to w-slp-eslesti (w-slp-sayisi)
     .

 kart-break-topla.
     if cast-log-br-malzeme-kodu (w-break-ix) = spaces
        exit paragraph
     end-if
     move "H" to w-dep-bulundu
     perform kart-dep-ara
             varying w-dep-ix from 1 by 1
             until w-dep-ix > 10 or w-dep-bulundu = "E"
     if w-dep-bulundu = "E"
        add cast-log-br-malzeme-tut (w-break-ix) to w-cast-tutar
     end-if
     .

 kart-dep-ara.
     if w-kart-dep (w-dep-ix) not = spaces
     and w-kart-dep (w-dep-ix) = cast-log-br-malzeme-kodu (w-break-ix)
        move "E" to w-dep-bulundu
     end-if
     .

*> kasa / onkasa gun sonu kart slip dokumu (tarih|K/O|banka|fis|
*> tutar); dosya yoksa yalniz folyo tahsilatlari karsilastirilir.
 kasa-slipleri.
     open input eftkasa
     if fs-eftkasa not = "00"
        move spaces to eftmutab-rapor-satir
        string "UYARI: KASA/ONKASA KART DOKUMU (eftkasa.txt) "
               "OKUNAMADI - YALNIZ FOLYO TAHSILATLARI"
               delimited by size into eftmutab-rapor-satir
        write eftmutab-rapor-satir
        exit paragraph
     end-if
     perform kasa-satiri
             until fs-eftkasa not = "00"
     close eftkasa
     .

 kasa-satiri.
     read eftkasa
          at end move "10" to fs-eftkasa
     end-read
     if fs-eftkasa not = "00"
     or eftkasa-satir = spaces
        exit paragraph
     end-if
     move spaces to w-s-alan1 w-s-tip w-s-alan2 w-s-alan3 w-s-alan4
     unstring eftkasa-satir delimited by "|"
              into w-s-alan1 w-s-tip w-s-alan2 w-s-alan3 w-s-alan4
     end-unstring
     if w-s-alan1 (1:8) not = w-tarih
     or w-s-alan2 (1:2) not numeric
        exit paragraph
     end-if
     if w-slp-sayisi >= 5000
        move "E" to w-tasti
        exit paragraph
     end-if
     inspect w-s-alan4 replacing all "," by "."
     add 1 to w-slp-sayisi
     move w-s-alan2 (1:2)    to w-slp-banka (w-slp-sayisi)
     move w-s-tip            to w-slp-kaynak (w-slp-sayisi)
     move w-s-alan3          to w-slp-referans (w-slp-sayisi)
     move spaces             to w-slp-oda (w-slp-sayisi)
     compute w-slp-tutar (w-slp-sayisi) = function numval (w-s-alan4)
     move "H"                to w-slp-eslesti (w-slp-sayisi)
     .

*> gunun terminal toplamlari ve slip dokumleri.
 batch-yukle.
     move w-tarih    to ebt-tarih
     move 0          to ebt-banka ebt-sira
     move low-values to ebt-terminal
     start eftbatch key is not less than ebt-anah
           invalid move "10" to fs-eftbatch
     end-start
     perform batch-oku
             until fs-eftbatch = "10"
     perform slip-banka-topla
             varying w-slp-ix from 1 by 1
             until w-slp-ix > w-slp-sayisi
     .

 batch-oku.
     read eftbatch next record
          at end move "10" to fs-eftbatch
     end-read
     if fs-eftbatch not = "00" and fs-eftbatch not = "02"
        move "10" to fs-eftbatch
     end-if
     if fs-eftbatch = "10"
        exit paragraph
     end-if
     if ebt-tarih not = w-tarih
        move "10" to fs-eftbatch
        exit paragraph
     end-if
     compute w-bx = ebt-banka + 1
     if ebt-sira = 0
        add ebt-slip-sayisi to w-bnk-batch-adet (w-bx)
        add ebt-tutar       to w-bnk-batch-tutar (w-bx)
        if w-trm-sayisi < 300
           add 1 to w-trm-sayisi
           move ebt-banka       to w-trm-banka (w-trm-sayisi)
           move ebt-terminal    to w-trm-terminal (w-trm-sayisi)
           move ebt-slip-sayisi to w-trm-adet (w-trm-sayisi)
           move ebt-tutar       to w-trm-tutar (w-trm-sayisi)
        else
           move "E" to w-tasti
        end-if
     else
        move "E" to w-bnk-detay-var (w-bx)
        if w-det-sayisi < 5000
           add 1 to w-det-sayisi
           move ebt-banka     to w-det-banka (w-det-sayisi)
           move ebt-terminal  to w-det-terminal (w-det-sayisi)
           move ebt-tutar     to w-det-tutar (w-det-sayisi)
           move ebt-onay-kodu to w-det-onay (w-det-sayisi)
           move "H"           to w-det-eslesti (w-det-sayisi)
        else
           move "E" to w-tasti
        end-if
     end-if
     .

 slip-banka-topla.
     compute w-bx = w-slp-banka (w-slp-ix) + 1
     add 1 to w-bnk-slip-adet (w-bx)
     add w-slp-tutar (w-slp-ix) to w-bnk-slip-tutar (w-bx)
     .

*> batch slibi ayni bankanin eslesmemis ilk ayni tutarli slibiyle
*> eslestirilir.
 slip-eslestir.
     perform slip-ara
             varying w-slp-ix from 1 by 1
             until w-slp-ix > w-slp-sayisi
                or w-det-eslesti (w-det-ix) = "E"
     .

 slip-ara.
     if w-slp-eslesti (w-slp-ix) = "H"
     and w-slp-banka (w-slp-ix) = w-det-banka (w-det-ix)
     and w-slp-tutar (w-slp-ix) = w-det-tutar (w-det-ix)
        move "E" to w-slp-eslesti (w-slp-ix)
        move "E" to w-det-eslesti (w-det-ix)
     end-if
     .

*> ---------------------------------------------------------------
*> banka bolumu
*> ---------------------------------------------------------------
 banka-raporu.
     if w-bnk-batch-adet (w-bx) = 0 and w-bnk-batch-tutar (w-bx) = 0
     and w-bnk-slip-adet (w-bx) = 0
        exit paragraph
     end-if
     compute ebk-banka = w-bx - 1
     read eftbanka
          invalid
              move "(PARAMETRE TANIMSIZ)" to ebk-aciklama
              move 0 to ebk-komisyon-oran ebk-valor-gun
     end-read
     move spaces to eftmutab-rapor-satir
     write eftmutab-rapor-satir
     move ebk-komisyon-oran to w-oran-ed
     move ebk-valor-gun     to w-gun-ed
     move spaces to eftmutab-rapor-satir
     string "BANKA " ebk-banka " " ebk-aciklama
            "  KOMISYON %" w-oran-ed
            "  VALOR " w-gun-ed " GUN"
            delimited by size into eftmutab-rapor-satir
     write eftmutab-rapor-satir
     move all "-" to eftmutab-rapor-satir
     write eftmutab-rapor-satir
     perform terminal-satiri
             varying w-trm-ix from 1 by 1
             until w-trm-ix > w-trm-sayisi
     compute w-fark-adet  = w-bnk-batch-adet (w-bx)
                          - w-bnk-slip-adet (w-bx)
     compute w-fark-tutar = w-bnk-batch-tutar (w-bx)
                          - w-bnk-slip-tutar (w-bx)
     compute w-komisyon rounded = w-bnk-batch-tutar (w-bx)
                                * ebk-komisyon-oran / 100
     compute w-net-yatis = w-bnk-batch-tutar (w-bx) - w-komisyon
     compute w-valor-tarih = function date-of-integer
             (function integer-of-date (w-tarih) + ebk-valor-gun)
     move w-bnk-batch-adet (w-bx)  to w-sayi-ed
     move w-bnk-slip-adet (w-bx)   to w-sayi-ed2
     move w-fark-adet              to w-sayi-ed3
     move w-bnk-batch-tutar (w-bx) to w-tutar-ed
     move w-bnk-slip-tutar (w-bx)  to w-tutar-ed2
     move w-fark-tutar             to w-tutar-ed3
     move spaces to eftmutab-rapor-satir
     string "  BATCH   " w-sayi-ed " SLIP " w-tutar-ed
            "   SISTEM " w-sayi-ed2 " SLIP " w-tutar-ed2
            delimited by size into eftmutab-rapor-satir
     write eftmutab-rapor-satir
     move spaces to eftmutab-rapor-satir
     if w-fark-adet = 0 and w-fark-tutar = 0
        string "  FARK    " w-sayi-ed3 " SLIP " w-tutar-ed3
               "   TAMAM"
               delimited by size into eftmutab-rapor-satir
     else
        string "  FARK    " w-sayi-ed3 " SLIP " w-tutar-ed3
               "   *** KONTROL EDILMELI ***"
               delimited by size into eftmutab-rapor-satir
     end-if
     write eftmutab-rapor-satir
     move w-komisyon  to w-tutar-ed
     move w-net-yatis to w-tutar-ed2
     move spaces to eftmutab-rapor-satir
     string "  KOMISYON " w-tutar-ed
            "   BEKLENEN NET YATIS " w-tutar-ed2
            "   VALOR " w-valor-tarih
            delimited by size into eftmutab-rapor-satir
     write eftmutab-rapor-satir
     if w-bnk-detay-var (w-bx) = "E"
        perform sistem-eslesmeyen
                varying w-slp-ix from 1 by 1
                until w-slp-ix > w-slp-sayisi
        perform batch-eslesmeyen
                varying w-det-ix from 1 by 1
                until w-det-ix > w-det-sayisi
     else
        if w-fark-adet not = 0 or w-fark-tutar not = 0
           move spaces to eftmutab-rapor-satir
           string "  BATCH SLIP DOKUMU YOK - BANKANIN SISTEM "
                  "SLIPLERI (M = AYNI TUTAR MUKERRER ADAYI):"
                  delimited by size into eftmutab-rapor-satir
           write eftmutab-rapor-satir
           perform sistem-slip-listesi
                   varying w-slp-ix from 1 by 1
                   until w-slp-ix > w-slp-sayisi
        end-if
     end-if
     add w-bnk-batch-tutar (w-bx) to w-genel-batch
     add w-bnk-slip-tutar (w-bx)  to w-genel-slip
     add w-komisyon               to w-genel-komisyon
     add w-net-yatis              to w-genel-net
     .

 terminal-satiri.
     if w-trm-banka (w-trm-ix) + 1 not = w-bx
        exit paragraph
     end-if
     move w-trm-adet (w-trm-ix)  to w-sayi-ed
     move w-trm-tutar (w-trm-ix) to w-tutar-ed
     move spaces to eftmutab-rapor-satir
     string "  TERMINAL " w-trm-terminal (w-trm-ix)
            " " w-sayi-ed " SLIP " w-tutar-ed
            delimited by size into eftmutab-rapor-satir
     write eftmutab-rapor-satir
     .

 sistem-eslesmeyen.
     if w-slp-banka (w-slp-ix) + 1 not = w-bx
     or w-slp-eslesti (w-slp-ix) = "E"
        exit paragraph
     end-if
     add 1 to w-eslesmeyen
     perform kaynak-adi
     move w-slp-tutar (w-slp-ix) to w-tutar-ed
     move spaces to eftmutab-rapor-satir
     string "    SISTEMDE VAR BATCHTE YOK  " w-kaynak-adi
            " " w-slp-referans (w-slp-ix)
            " ODA " w-slp-oda (w-slp-ix)
            " " w-tutar-ed
            delimited by size into eftmutab-rapor-satir
     write eftmutab-rapor-satir
     .

 batch-eslesmeyen.
     if w-det-banka (w-det-ix) + 1 not = w-bx
     or w-det-eslesti (w-det-ix) = "E"
        exit paragraph
     end-if
     add 1 to w-eslesmeyen
     move w-det-tutar (w-det-ix) to w-tutar-ed
     move spaces to eftmutab-rapor-satir
     string "    BATCHTE VAR SISTEMDE YOK  TERMINAL "
            w-det-terminal (w-det-ix)
            " ONAY " w-det-onay (w-det-ix)
            " " w-tutar-ed
            delimited by size into eftmutab-rapor-satir
     write eftmutab-rapor-satir
     .

 sistem-slip-listesi.
     if w-slp-banka (w-slp-ix) + 1 not = w-bx
        exit paragraph
     end-if
     move " " to w-mukerrer
     perform mukerrer-ara
             varying w-slp-jx from 1 by 1
             until w-slp-jx > w-slp-sayisi or w-mukerrer = "M"
     if w-mukerrer = "M"
        add 1 to w-eslesmeyen
     end-if
     perform kaynak-adi
     move w-slp-tutar (w-slp-ix) to w-tutar-ed
     move spaces to eftmutab-rapor-satir
     string "    " w-mukerrer " " w-kaynak-adi
            " " w-slp-referans (w-slp-ix)
            " ODA " w-slp-oda (w-slp-ix)
            " " w-tutar-ed
            delimited by size into eftmutab-rapor-satir
     write eftmutab-rapor-satir
     .

 mukerrer-ara.
     if w-slp-jx not = w-slp-ix
     and w-slp-banka (w-slp-jx) = w-slp-banka (w-slp-ix)
     and w-slp-tutar (w-slp-jx) = w-slp-tutar (w-slp-ix)
        move "M" to w-mukerrer
     end-if
     .

 kaynak-adi.
     evaluate w-slp-kaynak (w-slp-ix)
        when "F"   move "FOLYO " to w-kaynak-adi
        when "K"   move "KASA  " to w-kaynak-adi
        when "O"   move "ONKASA" to w-kaynak-adi
        when other move "?     " to w-kaynak-adi
     end-evaluate
     .

 genel-ozet.
     move spaces to eftmutab-rapor-satir
     write eftmutab-rapor-satir
     move all "=" to eftmutab-rapor-satir
     write eftmutab-rapor-satir
     move w-genel-batch to w-tutar-ed
     move w-genel-slip  to w-tutar-ed2
     move spaces to eftmutab-rapor-satir
     string "GENEL  BATCH " w-tutar-ed "   SISTEM " w-tutar-ed2
            delimited by size into eftmutab-rapor-satir
     write eftmutab-rapor-satir
     move w-genel-komisyon to w-tutar-ed
     move w-genel-net      to w-tutar-ed2
     move spaces to eftmutab-rapor-satir
     string "       KOMISYON " w-tutar-ed
            "   BEKLENEN NET YATIS " w-tutar-ed2
            delimited by size into eftmutab-rapor-satir
     write eftmutab-rapor-satir
     move w-eslesmeyen to w-sayi-ed
     move spaces to eftmutab-rapor-satir
     string "       ESLESMEYEN / MUKERRER ADAYI SLIP " w-sayi-ed
            delimited by size into eftmutab-rapor-satir
     write eftmutab-rapor-satir
     .
