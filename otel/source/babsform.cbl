*> babsform.cbl
*> Aylik Ba / Bs formu hazirligi. Muhasebe Form Ba (alislar) ve
*> Form Bs'yi (satislar) her ay elle derliyordu. Bu program secilen
*> ayin belgelerini karsi taraf bazinda toplar:
*>   - Bs: FATURA satislari; karsi taraf faturanin carisidir
*>     (fat-CARI-KODU; bos ise REZ'inin acentasi, cari kodu =
*>     acenta kodu), CARI'de c-VERGI-NO ile; carisi olmayan fatura
*>     musteri adi ile toplanir,
*>   - Ba: efatgel'in EFATGEL kuyrugundaki tedarikci faturalari;
*>     karsi taraf eslesen cari, eslesmemisse gonderen vergi no.
*> Tutarlar KDV haric hesaplanir: satista tevkifat.cbl'in FATDETAY
*> satirina yazdigi KDV dusulur; KDV'si hesaplanmamis eski satir
*> malzeme kodunun KDV oraniyla (kdvoran.prm, satir: malzeme;oran -
*> bulunamazsa w-kdv-varsayilan) KDV dahil tutardan ayrilir; alista
*> belgenin KDV tutari dusulur (yoksa varsayilan oranla ayrilir).
*> Ayin toplami w-bildirim-haddi'ni gecen karsi taraflar beyanname
*> duzeninde (sira, unvan, VKN/TCKN, belge sayisi, KDV haric
*> tutar - kurus atilir) babsform.txt'ye basilir;
*> haddi gecen ama vergi numarasi eksik ya da gecersiz (VKN/TCKN
*> kontrol basamagi tutmayan) karsi taraflar beyani durdurdugu
*> icin ayrica listelenir ve lk-eksik-sayisi ile doner.
program-id. babsform is initial program.
environment division.
input-output section.
file-control.
     copy "fatura.sel.cpy".

     copy "fatdetay.sel.cpy".

     copy "rez.sel.cpy".

     copy "cari.sel.cpy".

     select efatgel assign to random
            efatgel-dosya
            organization indexed
            access mode is dynamic
            record key is efg-belge-no
            file status is fs-efatgel.

     select kdvoran-param assign to random
            kdvoran-param-dosya
            organization line sequential
            file status is fs-param.

     select babsform-rapor assign to random
            babsform-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "fatura.lib.cpy".

 copy "fatdetay.lib.cpy".

 copy "rez.lib.cpy".

 copy "cari.lib.cpy".

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

fd  kdvoran-param.
01  param-satir                  pic x(80).

fd  babsform-rapor.
01  babsform-rapor-satir         pic x(132).

working-storage section.
01  fatura-dosya                 pic x(200) value "fatura.dat".
01  fatdetay-dosya               pic x(200) value "fatdetay.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  cari-dosya                   pic x(200) value "cari.dat".
01  efatgel-dosya                pic x(200) value "efatgel.dat.ix".
01  kdvoran-param-dosya          pic x(200) value "kdvoran.prm".
01  babsform-rapor-dosya         pic x(200) value "babsform.txt".
01  fs-fatura                    pic xx.
01  fs-fatdetay                  pic xx.
01  fs-rez                       pic xx.
01  fs-cari                      pic xx.
01  fs-efatgel                   pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).

*> yururlukteki Ba/Bs bildirim haddi (karsi taraf basina aylik,
*> KDV haric TL)
01  w-bildirim-haddi             pic 9(09)v99 value 5000.
*> malzeme kodu kdvoran.prm'de yoksa kullanilan KDV orani (yuzde)
01  w-kdv-varsayilan             pic 9(02)v99 value 10.

01  w-ay-bas                     pic 9(08).
01  w-ay-son                     pic 9(08).
01  w-yil                        pic 9(04).
01  w-ay                         pic 9(02).

*> kdvoran.prm: malzeme;oran
01  w-oran-tablosu.
    02  w-orn occurs 100 times.
        03  w-orn-malzeme        pic x(03).
        03  w-orn-oran           pic 9(02)v99.
01  w-oran-sayisi                pic 9(03).
01  w-oran-ix                    pic 9(03).
01  w-p-malzeme                  pic x(10).
01  w-p-oran                     pic x(10).
01  w-oran                       pic 9(02)v99.

*> karsi taraflar: tip (A alis / S satis) + anahtar sirali tutulur
*> (ekleme sirasinda yerine yerlestirilir); listeler bu sirayla
*> basilir
01  w-krs-sayisi                 pic 9(04) value 0.
01  w-krs-tablosu.
    02  w-krs occurs 1 to 5000 times
            depending on w-krs-sayisi.
        03  w-krs-anah.
            04  w-krs-tip        pic x(01).
            04  w-krs-anahtar    pic x(40).
        03  w-krs-unvan          pic x(40).
        03  w-krs-vkn            pic x(11).
        03  w-krs-adet           pic 9(05).
        03  w-krs-tutar          pic s9(13)v99.
01  w-krs-jx                     pic 9(04).
01  w-krs-kx                     pic 9(04).
01  w-krs-yer                    pic 9(04).
01  w-yer-tamam                  pic x(01).
01  w-tasti                      pic x(01).

*> islenen belge
01  w-yeni-anah.
    02  w-yeni-tip               pic x(01).
    02  w-yeni-anahtar           pic x(40).
01  w-yeni-unvan                 pic x(40).
01  w-yeni-vkn                   pic x(11).
01  w-belge-net                  pic s9(13)v99.
01  w-satir-sayisi               pic 9(05).

*> vergi numarasi kontrolu
01  w-vkn                        pic x(11).
01  w-vkn-hane redefines w-vkn.
    02  w-hane occurs 11 times   pic 9.
01  w-vkn-durum                  pic x(01).
    88  w-vkn-tamam                  value "T".
    88  w-vkn-eksik                  value "E".
    88  w-vkn-gecersiz               value "G".
01  w-ix                         pic 9(02).
01  w-v1                         pic 9(04).
01  w-v2                         pic 9(06).
01  w-toplam                     pic 9(06).
01  w-tek-toplam                 pic 9(04).
01  w-cift-toplam                pic 9(04).
01  w-basamak                    pic 9(02).

01  w-sira                       pic 9(05).
01  w-bildirilen                 pic 9(05).
01  w-eksik-sayisi               pic 9(05).
01  w-liste-tip                  pic x(01).
01  w-genel-adet                 pic 9(07).
01  w-genel-tutar                pic s9(15)v99.
01  w-tam-tutar                  pic s9(13).
01  w-tutar-ed                   pic z(12)9-.
01  w-tutar-ed2                  pic z(12)9,99-.
01  w-sayi-ed                    pic z(4)9.
01  w-sayi-ed2                   pic z(6)9.
01  w-durum-adi                  pic x(10).

linkage section.
01  babsform-link.
*>   0 ise bir onceki ay
    02  lk-yil                   pic 9(04).
    02  lk-ay                    pic 9(02).
    02  lk-ba-sayisi             pic 9(05).
    02  lk-bs-sayisi             pic 9(05).
    02  lk-eksik-sayisi          pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using babsform-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move 0 to lk-ba-sayisi lk-bs-sayisi lk-eksik-sayisi
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
     move w-yil to w-ay-bas (1:4)
     move w-ay  to w-ay-bas (5:2)
     move "01"  to w-ay-bas (7:2)
     if w-ay = 12
        compute w-ay-son = function date-of-integer
                (function integer-of-date ((w-yil + 1) * 10000 + 101)
                 - 1)
     else
        compute w-ay-son = function date-of-integer
                (function integer-of-date (w-ay-bas + 100) - 1)
     end-if
     move "H" to w-tasti
     move 0 to w-krs-sayisi
     perform param-oku
     open input fatura
     open input fatdetay
     open input rez
     open input cari
     open input efatgel
     if fs-fatura not = "00" or fs-cari not = "00"
     or fs-fatdetay not = "00" or fs-rez not = "00"
        close fatura fatdetay rez cari efatgel
        set lk-sonuc-hata to true
        goback
     end-if
     perform satislari-topla
     perform alislari-topla
     open output babsform-rapor
     move spaces to babsform-rapor-satir
     string "BA / BS FORMU HAZIRLIK DOKUMU  DONEM " w-yil "/" w-ay
            "  DUZENLEME " w-bugun
            delimited by size into babsform-rapor-satir
     write babsform-rapor-satir
     if w-tasti = "E"
        move spaces to babsform-rapor-satir
        string "UYARI: KARSI TARAF TABLOSU DOLDU (5000) - FAZLA "
               "BELGELER TOPLANMADI"
               delimited by size into babsform-rapor-satir
        write babsform-rapor-satir
     end-if
     move "A" to w-liste-tip
     perform form-listesi
     move w-bildirilen to lk-ba-sayisi
     move "S" to w-liste-tip
     perform form-listesi
     move w-bildirilen to lk-bs-sayisi
     perform eksik-vkn-listesi
     move w-eksik-sayisi to lk-eksik-sayisi
     close fatura fatdetay rez cari efatgel babsform-rapor
     goback.

*> kdvoran.prm: her satir malzeme;oran (KDV yuzdesi)
 param-oku.
     move 0 to w-oran-sayisi
     open input kdvoran-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close kdvoran-param
     .

 param-satiri.
     read kdvoran-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00"
     or param-satir = spaces
     or w-oran-sayisi >= 100
        exit paragraph
     end-if
     move spaces to w-p-malzeme w-p-oran
     unstring param-satir delimited by ";"
              into w-p-malzeme w-p-oran
     end-unstring
     inspect w-p-oran replacing all "," by "."
     add 1 to w-oran-sayisi
     move w-p-malzeme to w-orn-malzeme (w-oran-sayisi)
     compute w-orn-oran (w-oran-sayisi) = function numval (w-p-oran)
     .

*> ---------------------------------------------------------------
*> Bs: satis faturalari
*> ---------------------------------------------------------------
 satislari-topla.
     move low-values to fat-anah
     start fatura key is not less than fat-anah
           invalid move "10" to fs-fatura
     end-start
     perform fatura-oku
             until fs-fatura = "10"
     .

 fatura-oku.
     read fatura next record
          at end move "10" to fs-fatura
     end-read
     if fs-fatura not = "00" and fs-fatura not = "02"
        move "10" to fs-fatura
     end-if
     if fs-fatura = "10"
        exit paragraph
     end-if
     if fat-tarih < w-ay-bas or fat-tarih > w-ay-son
        exit paragraph
     end-if
     move "S"               to w-yeni-tip
     move fat-musteri-adi   to w-yeni-anahtar w-yeni-unvan
     move spaces            to w-yeni-vkn
     move fat-cari-kodu     to cari-kodu
     if fat-cari-kodu = spaces
        move fat-rez-anah to rez-no
        read rez
             invalid move spaces to rez-acenta
        end-read
        move rez-acenta to cari-kodu
     end-if
     if cari-kodu not = spaces
        read cari
             invalid continue
             not invalid
                 move cari-kodu  to w-yeni-anahtar
                 move cari-unvan to w-yeni-unvan
                 move c-vergi-no to w-yeni-vkn
        end-read
     end-if
     perform fatura-net
     perform karsi-taraf-ekle
     .

*> faturanin KDV haric tutari detay satirlarindan; detay yoksa
*> genel toplam varsayilan oranla ayrilir.
 fatura-net.
     move 0 to w-belge-net w-satir-sayisi
     move fat-anah to fdt-fat-no
     move 0        to fdt-sira
     start fatdetay key is not less than fdt-anah
           invalid move "10" to fs-fatdetay
     end-start
     perform fatdetay-oku
             until fs-fatdetay = "10"
     if w-satir-sayisi = 0
        compute w-belge-net rounded = fat-tl-genel-toplam * 100
                                    / (100 + w-kdv-varsayilan)
     end-if
     .

 fatdetay-oku.
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
     add 1 to w-satir-sayisi
     if fdt-kdv-oran > 0 or fdt-kdv-tutar not = 0
        compute w-belge-net = w-belge-net + fdt-tl-tutar
                            - fdt-kdv-tutar
        exit paragraph
     end-if
     move w-kdv-varsayilan to w-oran
     perform oran-bul
             varying w-oran-ix from 1 by 1
             until w-oran-ix > w-oran-sayisi
     compute w-belge-net rounded = w-belge-net
           + fdt-tl-tutar * 100 / (100 + w-oran)
     .

 oran-bul.
     if w-orn-malzeme (w-oran-ix) = fdt-malzeme-kodu
        move w-orn-oran (w-oran-ix) to w-oran
        move w-oran-sayisi to w-oran-ix
     end-if
     .

*> ---------------------------------------------------------------
*> Ba: gelen tedarikci faturalari
*> ---------------------------------------------------------------
 alislari-topla.
     if fs-efatgel not = "00"
        exit paragraph
     end-if
     move low-values to efg-belge-no
     start efatgel key is not less than efg-belge-no
           invalid move "10" to fs-efatgel
     end-start
     perform efatgel-oku
             until fs-efatgel = "10"
     .

 efatgel-oku.
     read efatgel next record
          at end move "10" to fs-efatgel
     end-read
     if fs-efatgel not = "00" and fs-efatgel not = "02"
        move "10" to fs-efatgel
     end-if
     if fs-efatgel = "10"
        exit paragraph
     end-if
     if efg-fatura-tarih < w-ay-bas or efg-fatura-tarih > w-ay-son
        exit paragraph
     end-if
     move "A"                to w-yeni-tip
     move efg-vergi-no       to w-yeni-anahtar w-yeni-vkn
     move efg-gonderen-unvan to w-yeni-unvan
     if efg-cari-kodu not = spaces
        move efg-cari-kodu to cari-kodu
        read cari
             invalid continue
             not invalid
                 move cari-kodu  to w-yeni-anahtar
                 move cari-unvan to w-yeni-unvan
        end-read
     end-if
     if efg-kdv-tutar > 0
        compute w-belge-net = efg-tutar - efg-kdv-tutar
     else
        compute w-belge-net rounded = efg-tutar * 100
                                    / (100 + w-kdv-varsayilan)
     end-if
     perform karsi-taraf-ekle
     .

*> ---------------------------------------------------------------
*> karsi taraf tablosu
*> ---------------------------------------------------------------
 karsi-taraf-ekle.
     move w-krs-sayisi to w-krs-yer
     move "H" to w-yer-tamam
     perform yer-ara
             until w-yer-tamam = "E"
     if w-krs-yer > 0
        if w-krs-anah (w-krs-yer) = w-yeni-anah
           add 1 to w-krs-adet (w-krs-yer)
           add w-belge-net to w-krs-tutar (w-krs-yer)
           exit paragraph
        end-if
     end-if
     if w-krs-sayisi >= 5000
        move "E" to w-tasti
        exit paragraph
     end-if
     add 1 to w-krs-sayisi
     move w-krs-sayisi to w-krs-jx
     perform yer-ac
             until w-krs-jx = w-krs-yer + 1
     move w-yeni-anah  to w-krs-anah (w-krs-jx)
     move w-yeni-unvan to w-krs-unvan (w-krs-jx)
     move w-yeni-vkn   to w-krs-vkn (w-krs-jx)
     move 1            to w-krs-adet (w-krs-jx)
     move w-belge-net  to w-krs-tutar (w-krs-jx)
     .

 yer-ara.
     if w-krs-yer = 0
        move "E" to w-yer-tamam
     else
        if w-krs-anah (w-krs-yer) not > w-yeni-anah
           move "E" to w-yer-tamam
        else
           subtract 1 from w-krs-yer
        end-if
     end-if
     .

 yer-ac.
     compute w-krs-kx = w-krs-jx - 1
     move w-krs (w-krs-kx) to w-krs (w-krs-jx)
     subtract 1 from w-krs-jx
     .

*> ---------------------------------------------------------------
*> beyanname duzeninde liste
*> ---------------------------------------------------------------
 form-listesi.
     move 0 to w-sira w-bildirilen w-genel-adet w-genel-tutar
     move spaces to babsform-rapor-satir
     write babsform-rapor-satir
     move spaces to babsform-rapor-satir
     if w-liste-tip = "A"
        string "FORM BA - MAL VE HIZMET ALIMLARI"
               delimited by size into babsform-rapor-satir
     else
        string "FORM BS - MAL VE HIZMET SATISLARI"
               delimited by size into babsform-rapor-satir
     end-if
     write babsform-rapor-satir
     move spaces to babsform-rapor-satir
     string "SIRA  UNVAN                                    "
            "VKN/TCKN     BELGE  KDV HARIC TUTAR (TL)"
            delimited by size into babsform-rapor-satir
     write babsform-rapor-satir
     move all "-" to babsform-rapor-satir
     write babsform-rapor-satir
     perform form-satiri
             varying w-krs-jx from 1 by 1
             until w-krs-jx > w-krs-sayisi
     move all "-" to babsform-rapor-satir
     write babsform-rapor-satir
     move w-genel-adet  to w-sayi-ed2
     move w-genel-tutar to w-tam-tutar
     move w-tam-tutar   to w-tutar-ed
     move spaces to babsform-rapor-satir
     string "TOPLAM " w-bildirilen " KARSI TARAF"
            "                              " w-sayi-ed2 w-tutar-ed
            delimited by size into babsform-rapor-satir
     write babsform-rapor-satir
     .

 form-satiri.
     if w-krs-tip (w-krs-jx) not = w-liste-tip
     or w-krs-tutar (w-krs-jx) < w-bildirim-haddi
        exit paragraph
     end-if
     move w-krs-vkn (w-krs-jx) to w-vkn
     perform vkn-kontrol
     if not w-vkn-tamam
        exit paragraph
     end-if
     add 1 to w-sira
     add 1 to w-bildirilen
     add w-krs-adet (w-krs-jx)  to w-genel-adet
     add w-krs-tutar (w-krs-jx) to w-genel-tutar
     move w-sira                 to w-sayi-ed
     move w-krs-adet (w-krs-jx)  to w-sayi-ed2
     move w-krs-tutar (w-krs-jx) to w-tam-tutar
     move w-tam-tutar            to w-tutar-ed
     move spaces to babsform-rapor-satir
     string w-sayi-ed " " w-krs-unvan (w-krs-jx)
            " " w-krs-vkn (w-krs-jx)
            " " w-sayi-ed2 w-tutar-ed
            delimited by size into babsform-rapor-satir
     write babsform-rapor-satir
     .

*> haddi gecen, vergi numarasi eksik / gecersiz karsi taraflar -
*> bunlar duzeltilmeden beyan verilemez.
 eksik-vkn-listesi.
     move 0 to w-eksik-sayisi
     move spaces to babsform-rapor-satir
     write babsform-rapor-satir
     move spaces to babsform-rapor-satir
     string "HADDI GECEN, VERGI NUMARASI EKSIK / GECERSIZ KARSI "
            "TARAFLAR (BEYAN ONCESI DUZELTILMELI)"
            delimited by size into babsform-rapor-satir
     write babsform-rapor-satir
     move all "-" to babsform-rapor-satir
     write babsform-rapor-satir
     perform eksik-satiri
             varying w-krs-jx from 1 by 1
             until w-krs-jx > w-krs-sayisi
     move w-eksik-sayisi to w-sayi-ed
     move spaces to babsform-rapor-satir
     string "EKSIK / GECERSIZ " w-sayi-ed
            delimited by size into babsform-rapor-satir
     write babsform-rapor-satir
     .

 eksik-satiri.
     if w-krs-tutar (w-krs-jx) < w-bildirim-haddi
        exit paragraph
     end-if
     move w-krs-vkn (w-krs-jx) to w-vkn
     perform vkn-kontrol
     if w-vkn-tamam
        exit paragraph
     end-if
     add 1 to w-eksik-sayisi
     if w-vkn-eksik
        move "EKSIK"    to w-durum-adi
     else
        move "GECERSIZ" to w-durum-adi
     end-if
     move w-krs-adet (w-krs-jx)  to w-sayi-ed2
     move w-krs-tutar (w-krs-jx) to w-tutar-ed2
     move spaces to babsform-rapor-satir
     if w-krs-tip (w-krs-jx) = "A"
        string "BA " w-krs-anahtar (w-krs-jx) (1:12)
               " " w-krs-unvan (w-krs-jx)
               " VKN " w-krs-vkn (w-krs-jx) " " w-durum-adi
               w-sayi-ed2 w-tutar-ed2
               delimited by size into babsform-rapor-satir
     else
        string "BS " w-krs-anahtar (w-krs-jx) (1:12)
               " " w-krs-unvan (w-krs-jx)
               " VKN " w-krs-vkn (w-krs-jx) " " w-durum-adi
               w-sayi-ed2 w-tutar-ed2
               delimited by size into babsform-rapor-satir
     end-if
     write babsform-rapor-satir
     .

*> VKN: 10 hane, 10. hane kontrol basamagi; TCKN: 11 hane, ilk
*> hane sifir olamaz, 10. ve 11. haneler kontrol basamaklaridir.
 vkn-kontrol.
     evaluate true
        when w-vkn = spaces
             set w-vkn-eksik to true
        when w-vkn (1:10) is numeric and w-vkn (11:1) = space
             perform vkn-basamak
        when w-vkn is numeric
             perform tckn-basamak
        when other
             set w-vkn-gecersiz to true
     end-evaluate
     .

 vkn-basamak.
     move 0 to w-toplam
     perform vkn-hanesi
             varying w-ix from 1 by 1
             until w-ix > 9
     compute w-basamak = function mod
             (10 - function mod (w-toplam, 10), 10)
     if w-basamak = w-hane (10)
        set w-vkn-tamam to true
     else
        set w-vkn-gecersiz to true
     end-if
     .

 vkn-hanesi.
     compute w-v1 = function mod (w-hane (w-ix) + 10 - w-ix, 10)
     if w-v1 = 9
        move 9 to w-v2
     else
        compute w-v2 = function mod (w-v1 * (2 ** (10 - w-ix)), 9)
     end-if
     add w-v2 to w-toplam
     .

 tckn-basamak.
     set w-vkn-tamam to true
     if w-hane (1) = 0
        set w-vkn-gecersiz to true
        exit paragraph
     end-if
     compute w-tek-toplam  = w-hane (1) + w-hane (3) + w-hane (5)
                           + w-hane (7) + w-hane (9)
     compute w-cift-toplam = w-hane (2) + w-hane (4) + w-hane (6)
                           + w-hane (8)
     compute w-basamak = function mod
             (w-tek-toplam * 7 + 100 - w-cift-toplam, 10)
     if w-basamak not = w-hane (10)
        set w-vkn-gecersiz to true
        exit paragraph
     end-if
     compute w-basamak = function mod
             (w-tek-toplam + w-cift-toplam + w-hane (10), 10)
     if w-basamak not = w-hane (11)
        set w-vkn-gecersiz to true
     end-if
     .
