*> arafat.cbl
*> Uzun konaklamada dongusel ara faturalama. Kurumsal uzun
*> konaklama ve ucus ekipleri aylarca kaliyor, FATURA ise yalniz
*> cikista kesiliyordu; faturalanmamis buyuk foliolar birikiyor,
*> firmanin muhasebesi sikayet ediyordu. Dongu rezervasyonda
*> (rez-arafat-donem / rez-arafat-gece) ya da firmada (arafat.prm)
*> tanimlanir - rezervasyonun kendi dongusu firmanin dongusunden
*> once gelir:
*>   H haftalik (7 gece), A aylik (ay degisince onceki satirlar),
*>   N her rez-arafat-gece gece.
*> Kesim, son kesimden (ilk kesimde giris gununden) bu yana
*> CAST-log'a islenmis ve henuz faturalanmamis satirlari alir;
*> satirlara fatura numarasi (cast-log-fat-no) yazilir, folio
*> acik kalir, sonraki kesim kaldigi yerden devam eder. Itirazli
*> satir (cast-log-itirazda) karar verilene kadar faturaya girmez.
*> Fatura FATURA/FATDETAY'a malzeme kodu bazinda yazilir (satirin
*> fiyat + duzeltme toplami ile break dagilimi arasindaki fark
*> "DIGER" satirina gider, fatura toplami folio bakiyesine esit
*> kalir); KDV ve tevkifat folfat'taki gibi tevkifat.cbl hesapla
*> modu ile hesaplanir.
*>   - lk-mod-tanim: rezervasyona dongu yazilir (bos donem
*>     rezervasyonun dongusunu kaldirir, firmaninki gecerli olur),
*>   - lk-mod-kes: rezervasyon icin dongu beklenmeden bugune kadar
*>     olan satirlarla ara fatura kesilir,
*>   - lk-mod-son: cikis faturasi - folfat, rezervasyonda ara
*>     fatura varsa (rez-arafat-sayisi > 0) tum folioyu degil bu
*>     modla yalniz kalan (faturalanmamis) satirlari keser,
*>   - lk-mod-rapor: faturalanmamis bakiyesi dongusunden eski olan
*>     evdeki foliolar arafat.txt'ye dokulur,
*>   - lk-mod-gece (gecedrv varsayilani): dongusu dolan evdeki
*>     rezervasyonlara dune kadar olan satirlarla ara fatura
*>     kesilir, ardindan rapor basilir.
*> arafat.prm:
*>   F;firma;donem;gece  - firma dongusu (gece yalniz N icin)
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. arafat.
environment division.
input-output section.
file-control.
     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     copy "fatura.sel.cpy".

     copy "fatdetay.sel.cpy".

     select arafat-param assign to random
            arafat-param-dosya
            organization line sequential
            file status is fs-param.

     select arafat-rapor assign to random
            arafat-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

 copy "fatura.lib.cpy".

 copy "fatdetay.lib.cpy".

fd  arafat-param.
01  param-satir                  pic x(80).

fd  arafat-rapor.
01  arafat-rapor-satir           pic x(132).

working-storage section.
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  fatura-dosya                 pic x(200) value "fatura.dat".
01  fatdetay-dosya               pic x(200) value "fatdetay.dat".
01  arafat-param-dosya           pic x(200) value "arafat.prm".
01  arafat-rapor-dosya           pic x(200) value "arafat.txt".
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-fatura                    pic xx.
01  fs-fatdetay                  pic xx.
01  fs-param                     pic xx.

*> aylik dongude yaslandirma siniri (gun)
01  w-aylik-gun                  pic 9(03) value 31.

01  w-bugun                      pic 9(08).
01  w-dun                        pic 9(08).
01  w-tarih                      pic 9(08).
01  w-kesim-son                  pic 9(08).
01  w-baz-tarih                  pic 9(08).
01  w-bulundu                    pic x(01).
01  w-kesim-var                  pic x(01).
01  w-break-ix                   pic 9(02).
01  w-gun-farki                  pic s9(05).
01  w-donem                      pic x(01).
01  w-gece                       pic 9(03).
01  w-dongu-gun                  pic 9(03).

01  w-p-tip                      pic x(01).
01  w-p-alan1                    pic x(10).
01  w-p-alan2                    pic x(10).
01  w-p-alan3                    pic x(10).

*> firma donguleri (arafat.prm F)
01  w-frm-sayisi                 pic 9(03).
01  w-frm-tablosu.
    02  w-frm                    occurs 200 times.
        03  w-frm-kodu           pic x(05).
        03  w-frm-donem          pic x(01).
        03  w-frm-gece           pic 9(03).
01  w-frm-ix                     pic 9(03).

*> kesilen faturanin malzeme dokumu
01  w-mlz-sayisi                 pic 9(02).
01  w-mlz-tablosu.
    02  w-mlz                    occurs 40 times.
        03  w-mlz-kodu           pic x(03).
        03  w-mlz-tutar          pic s9(10)v99.
01  w-mlz-ix                     pic 9(02).
01  w-aranan-malzeme             pic x(03).
01  w-eklenen-tutar              pic s9(10)v99.

01  w-fat-no                     pic 9(10).
01  w-fatura-acik                pic x(01).
01  w-fat-toplam                 pic s9(10)v99.
01  w-fat-satir                  pic 9(05).
01  w-fat-ilk-tarih              pic 9(08).
01  w-satir-tutar                pic s9(10)v99.
01  w-break-toplam               pic s9(10)v99.
01  w-fdt-sira                   pic 9(05).

*> rapor sayaclari
01  w-kesilen-sayisi             pic 9(05).
01  w-geciken-sayisi             pic 9(05).
01  w-acik-bakiye                pic s9(10)v99.
01  w-en-eski                    pic 9(08).
01  w-yas                        pic s9(05).

01  w-tutar-ed                   pic z(9)9,99-.
01  w-sayi-ed                    pic z(4)9.
01  w-gun-ed                     pic zzz9.
01  w-gun-ed2                    pic zzz9.

*> folfat'in KDV / tevkifat hesabi (tevkifat.cbl linkage'i)
01  w-tevkifat-link.
    02  wtv-mod                  pic x(01).
    02  wtv-cari-kodu            pic x(10).
    02  wtv-tevkifat-kodu        pic x(03).
    02  wtv-tevkifat-pay         pic 9(02).
    02  wtv-tevkifat-payda       pic 9(02).
    02  wtv-fatura-no            pic 9(10).
    02  wtv-yil                  pic 9(04).
    02  wtv-ay                   pic 9(02).
    02  wtv-matrah               pic s9(10)v99.
    02  wtv-kdv-tutar            pic s9(10)v99.
    02  wtv-tevkifat-tutar       pic s9(10)v99.
    02  wtv-odenecek-kdv         pic s9(10)v99.
    02  wtv-sonuc                pic x(01).

*> gecedrv parametresiz cagirdiginda dongusu dolanlar kesilir
01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic 9(08) value 0.
    02  filler                   pic x(01) value space.
    02  filler                   pic 9(03) value 0.
    02  filler                   pic 9(10) value 0.
    02  filler                   pic s9(10)v99 value 0.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  arafat-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-tanim             value "T".
        88  lk-mod-kes               value "K".
        88  lk-mod-son               value "S".
        88  lk-mod-rapor             value "R".
        88  lk-mod-gece              value "G".
    02  lk-rez-no                pic 9(08).
*>   tanim: H / A / N ya da bos (dongu kaldirilir)
    02  lk-donem                 pic x(01).
    02  lk-gece                  pic 9(03).
*>   kes / son: kesilen fatura (satir yoksa 0)
    02  lk-fatura-no             pic 9(10).
    02  lk-fatura-tutar          pic s9(10)v99.
*>   gece / rapor: kesilen fatura ya da geciken folio sayisi
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional arafat-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     if address of arafat-link = null
        set address of arafat-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-fatura-no lk-fatura-tutar lk-sayi
     compute w-dun = function date-of-integer
             (function integer-of-date (w-bugun) - 1)
     open i-o rez
     open i-o cast-log
     open i-o fatura
     if fs-fatura = "35"
        close fatura
        open output fatura
        close fatura
        open i-o fatura
     end-if
     open i-o fatdetay
     if fs-fatdetay = "35"
        close fatdetay
        open output fatdetay
        close fatdetay
        open i-o fatdetay
     end-if
     if fs-rez not = "00" or fs-cast-log not = "00"
     or fs-fatura not = "00" or fs-fatdetay not = "00"
        close rez cast-log fatura fatdetay
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     move "E" to w-fatura-acik
     perform param-oku
     evaluate true
        when lk-mod-tanim perform dongu-tanimla
        when lk-mod-kes   perform elle-kes
        when lk-mod-son   perform elle-kes
        when lk-mod-rapor perform geciken-raporu
        when lk-mod-gece  perform gece-isle
        when other        set lk-sonuc-hata to true
     end-evaluate
     close rez cast-log
     if w-fatura-acik = "E"
        close fatura fatdetay
     end-if
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> arafat.prm: F;firma;donem;gece
 param-oku.
     move 0 to w-frm-sayisi
     open input arafat-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close arafat-param
     .

 param-satiri.
     read arafat-param
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
     if w-p-tip = "F" and w-frm-sayisi < 200
        add 1 to w-frm-sayisi
        move w-p-alan1 to w-frm-kodu (w-frm-sayisi)
        move w-p-alan2 to w-frm-donem (w-frm-sayisi)
        move 0 to w-frm-gece (w-frm-sayisi)
        if w-p-alan3 not = spaces
           compute w-frm-gece (w-frm-sayisi) =
                   function numval (w-p-alan3)
        end-if
     end-if
     .

*> ---------------------------------------------------------------
*> dongu tanimi
*> ---------------------------------------------------------------
 dongu-tanimla.
     if lk-donem not = space and lk-donem not = "H"
     and lk-donem not = "A" and lk-donem not = "N"
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-donem = "N" and lk-gece = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-rez-no to rez-no
     read rez
          invalid set lk-sonuc-hata to true
                  exit paragraph
     end-read
     move lk-donem to rez-arafat-donem
     move lk-gece  to rez-arafat-gece
     if rez-arafat-son-tar is not numeric
        move 0 to rez-arafat-son-tar
     end-if
     if rez-arafat-sayisi is not numeric
        move 0 to rez-arafat-sayisi
     end-if
     rewrite rez-rec
           invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> rezervasyonun gecerli dongusu (w-donem / w-gece / w-dongu-gun);
*> dongu yoksa w-donem bos
 dongu-bul.
     move space to w-donem
     move 0 to w-gece w-dongu-gun
     if rez-arafat-donem = "H" or rez-arafat-donem = "A"
     or rez-arafat-donem = "N"
        move rez-arafat-donem to w-donem
        if rez-arafat-gece is numeric
           move rez-arafat-gece to w-gece
        end-if
     else
        if rez-firma not = spaces
           move "H" to w-bulundu
           perform firma-ara
                   varying w-frm-ix from 1 by 1
                   until w-frm-ix > w-frm-sayisi or w-bulundu = "E"
        end-if
     end-if
     evaluate w-donem
        when "H" move 7 to w-dongu-gun
        when "A" move w-aylik-gun to w-dongu-gun
        when "N" move w-gece to w-dongu-gun
     end-evaluate
     if w-dongu-gun = 0
        move space to w-donem
     end-if
     .

 firma-ara.
     if w-frm-kodu (w-frm-ix) = rez-firma
        move w-frm-donem (w-frm-ix) to w-donem
        move w-frm-gece (w-frm-ix) to w-gece
        move "E" to w-bulundu
     end-if
     .

*> acik folio: iptal degil, giris yapmis ve bugun evde
 folio-acik-mi.
     move "E" to w-bulundu
     if rez-iptal-oldu
     or rez-folio = 0
     or rez-gir-tar > w-bugun
     or rez-cik-tar < w-bugun
        move "H" to w-bulundu
     end-if
     .

*> son kesim tarihi (yoksa giris gunu) ve dongu dolmus mu
 kesim-zamani-mi.
     move "H" to w-kesim-var
     if rez-arafat-son-tar is numeric and rez-arafat-son-tar > 0
        move rez-arafat-son-tar to w-baz-tarih
     else
        move rez-gir-tar to w-baz-tarih
     end-if
     if w-donem = "A"
        if w-bugun (1:6) > w-baz-tarih (1:6)
           move "E" to w-kesim-var
        end-if
        exit paragraph
     end-if
     compute w-gun-farki = function integer-of-date (w-bugun)
                         - function integer-of-date (w-baz-tarih)
     if w-gun-farki >= w-dongu-gun
        move "E" to w-kesim-var
     end-if
     .

*> ---------------------------------------------------------------
*> elle kesim (ara ya da cikis faturasi): bugune kadar olan satirlar
*> ---------------------------------------------------------------
 elle-kes.
     move lk-rez-no to rez-no
     read rez
          invalid set lk-sonuc-hata to true
                  exit paragraph
     end-read
     move w-bugun to w-kesim-son
     perform fatura-kes
     .

*> ---------------------------------------------------------------
*> gece: dongusu dolan evdeki rezervasyonlara kesim + rapor
*> ---------------------------------------------------------------
 gece-isle.
     move 0 to w-kesilen-sayisi
     open output arafat-rapor
     move spaces to arafat-rapor-satir
     string "UZUN KONAKLAMA ARA FATURALARI - " w-bugun
            delimited by size into arafat-rapor-satir
     write arafat-rapor-satir
     move spaces to arafat-rapor-satir
     string "REZ-NO   ODA  MISAFIR                              "
            "DONEM SON KESIM  FATURA-NO                TUTAR"
            delimited by size into arafat-rapor-satir
     write arafat-rapor-satir
     move all "-" to arafat-rapor-satir
     write arafat-rapor-satir
     move low-values to rez-anah
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform gece-rez-satiri
             until fs-rez = "10"
     move w-kesilen-sayisi to w-sayi-ed
     move spaces to arafat-rapor-satir
     string "KESILEN ARA FATURA: " w-sayi-ed
            delimited by size into arafat-rapor-satir
     write arafat-rapor-satir
     move spaces to arafat-rapor-satir
     write arafat-rapor-satir
     perform geciken-dokumu
     close arafat-rapor
     move w-kesilen-sayisi to lk-sayi
     .

 gece-rez-satiri.
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
     if w-bulundu not = "E"
        exit paragraph
     end-if
     perform dongu-bul
     if w-donem = space
        exit paragraph
     end-if
     perform kesim-zamani-mi
     if w-kesim-var not = "E"
        exit paragraph
     end-if
     move w-dun to w-kesim-son
     perform fatura-kes
     if lk-fatura-no > 0
        add 1 to w-kesilen-sayisi
        move lk-fatura-tutar to w-tutar-ed
        move spaces to arafat-rapor-satir
        string rez-no " " rez-odano " " rez-soyadi " " rez-adi " "
               w-donem "     " w-fat-ilk-tarih "   " lk-fatura-no " "
               w-tutar-ed
               delimited by size into arafat-rapor-satir
        write arafat-rapor-satir
     end-if
     .

*> ---------------------------------------------------------------
*> fatura kesimi: rez-gir-tar .. w-kesim-son araligindaki
*> faturalanmamis satirlar (kayit bellekteki REZ'dir)
*> ---------------------------------------------------------------
 fatura-kes.
     move 0 to lk-fatura-no lk-fatura-tutar
     if w-fatura-acik not = "E"
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if rez-arafat-son-tar is numeric and rez-arafat-son-tar > 0
        move rez-arafat-son-tar to w-fat-ilk-tarih
     else
        move rez-gir-tar to w-fat-ilk-tarih
     end-if
     move 0 to w-mlz-sayisi w-fat-toplam w-fat-satir
     perform son-fatura-bul
     move rez-gir-tar to w-tarih
     perform kesim-gunu
             until w-tarih > w-kesim-son
     if w-fat-satir = 0
        exit paragraph
     end-if
     initialize fat-rec
     move w-fat-no        to fat-anah
     move rez-no          to fat-rez-anah
     move w-bugun         to fat-tarih
     string rez-adi delimited by "  "
            " " rez-soyadi delimited by "  "
            into fat-musteri-adi
     move "TL "           to fat-doviz-cinsi
     move w-fat-toplam    to fat-genel-toplam fat-tl-genel-toplam
     move 0               to fat-yazdirma-sayisi
     write fat-rec
           invalid set lk-sonuc-hata to true
                   exit paragraph
     end-write
     move 0 to w-fdt-sira
     perform detay-yaz
             varying w-mlz-ix from 1 by 1
             until w-mlz-ix > w-mlz-sayisi
     move w-fat-no     to lk-fatura-no
     move w-fat-toplam to lk-fatura-tutar
     if rez-arafat-sayisi is not numeric
        move 0 to rez-arafat-sayisi
     end-if
     add 1 to rez-arafat-sayisi
     move w-kesim-son to rez-arafat-son-tar
     if w-kesim-son < w-bugun
        move w-bugun to rez-arafat-son-tar
     end-if
     rewrite rez-rec
           invalid continue
     end-rewrite
*>   tevkifat FATURA/FATDETAY'i kendisi acar
     close fatura fatdetay
     initialize w-tevkifat-link
     move "H"      to wtv-mod
     move w-fat-no to wtv-fatura-no
*>   sirket hesabina kesilen konaklamada tevkifat firmanin carisine
*>   gore; bos ise tevkifat acentaya bakar
     if rez-firma not = spaces
        move rez-firma to wtv-cari-kodu
     end-if
     call "tevkifat" using w-tevkifat-link
          on exception continue
     end-call
     cancel "tevkifat"
     open i-o fatura
     open i-o fatdetay
     if fs-fatura not = "00" or fs-fatdetay not = "00"
        close fatura fatdetay
        move "H" to w-fatura-acik
        set lk-sonuc-hata to true
     end-if
     .

 son-fatura-bul.
     move 0 to w-fat-no
     move high-values to fat-anah
     start fatura key is less than fat-anah
           invalid continue
     end-start
     read fatura previous record
          at end continue
     end-read
     if fs-fatura = "00"
        move fat-anah to w-fat-no
     end-if
     add 1 to w-fat-no
     .

 kesim-gunu.
     move w-tarih to cast-log-tarih
     move rez-no  to cast-log-rez-no
     move 0       to cast-log-fis
     start cast-log key is not less than cast-log-alt
           invalid move "10" to fs-cast-log
     end-start
     perform kesim-satiri
             until fs-cast-log = "10"
     compute w-tarih = function date-of-integer
             (function integer-of-date (w-tarih) + 1)
     .

 kesim-satiri.
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
     or cast-log-rez-no not = rez-no
        move "10" to fs-cast-log
        exit paragraph
     end-if
     if cast-log-itirazda
        exit paragraph
     end-if
     if cast-log-fat-no is numeric and cast-log-fat-no > 0
        exit paragraph
     end-if
     compute w-satir-tutar = cast-log-fiyati + cast-log-duzeltme
     move 0 to w-break-toplam
     perform break-topla
             varying w-break-ix from 1 by 1 until w-break-ix > 15
     if w-satir-tutar not = w-break-toplam
        move "DGR" to w-aranan-malzeme
        compute w-eklenen-tutar = w-satir-tutar - w-break-toplam
        perform malzemeye-ekle
     end-if
     add w-satir-tutar to w-fat-toplam
     add 1 to w-fat-satir
     move w-fat-no to cast-log-fat-no
     rewrite cast-log-rec
           invalid continue
     end-rewrite
     .

 break-topla.
     if cast-log-br-malzeme-kodu (w-break-ix) = spaces
     or cast-log-br-malzeme-tut (w-break-ix) = 0
        exit paragraph
     end-if
     move cast-log-br-malzeme-kodu (w-break-ix) to w-aranan-malzeme
     move cast-log-br-malzeme-tut (w-break-ix) to w-eklenen-tutar
     add w-eklenen-tutar to w-break-toplam
     perform malzemeye-ekle
     .

 malzemeye-ekle.
     move "H" to w-bulundu
     perform malzeme-ara
             varying w-mlz-ix from 1 by 1
             until w-mlz-ix > w-mlz-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-mlz-ix
     else
        if w-mlz-sayisi >= 40
           move 40 to w-mlz-ix
        else
           add 1 to w-mlz-sayisi
           move w-mlz-sayisi to w-mlz-ix
           move w-aranan-malzeme to w-mlz-kodu (w-mlz-ix)
           move 0 to w-mlz-tutar (w-mlz-ix)
        end-if
     end-if
     add w-eklenen-tutar to w-mlz-tutar (w-mlz-ix)
     .

 malzeme-ara.
     if w-mlz-kodu (w-mlz-ix) = w-aranan-malzeme
        move "E" to w-bulundu
     end-if
     .

 detay-yaz.
     if w-mlz-tutar (w-mlz-ix) = 0
        exit paragraph
     end-if
     initialize fdt-rec
     add 1 to w-fdt-sira
     move w-fat-no      to fdt-fat-no
     move w-fdt-sira    to fdt-sira
     move w-bugun       to fdt-tarih
     move spaces        to fdt-aciklama
     if w-mlz-kodu (w-mlz-ix) = "DGR"
        string "DIGER  " w-fat-ilk-tarih " - " w-kesim-son
               delimited by size into fdt-aciklama
        move spaces to fdt-malzeme-kodu
     else
        string "MALZEME " w-mlz-kodu (w-mlz-ix) "  "
               w-fat-ilk-tarih " - " w-kesim-son
               delimited by size into fdt-aciklama
        move w-mlz-kodu (w-mlz-ix) to fdt-malzeme-kodu
     end-if
     move w-mlz-tutar (w-mlz-ix) to fdt-tutar fdt-tl-tutar
     move "TL "         to fdt-doviz-cinsi
     move 1             to fdt-kur-orani
     move w-bugun       to fdt-kur-tarihi
     write fdt-rec
           invalid continue
     end-write
     .

*> ---------------------------------------------------------------
*> dongusunden eski faturalanmamis bakiye
*> ---------------------------------------------------------------
 geciken-raporu.
     open output arafat-rapor
     perform geciken-dokumu
     close arafat-rapor
     .

 geciken-dokumu.
     move 0 to w-geciken-sayisi
     move spaces to arafat-rapor-satir
     string "FATURALANMAMIS BAKIYESI DONGUSUNDEN ESKI FOLIOLAR - "
            w-bugun
            delimited by size into arafat-rapor-satir
     write arafat-rapor-satir
     move spaces to arafat-rapor-satir
     string "REZ-NO   ODA  MISAFIR                              "
            "DONEM DONGU  YAS EN ESKI SATIR     ACIK BAKIYE"
            delimited by size into arafat-rapor-satir
     write arafat-rapor-satir
     move all "-" to arafat-rapor-satir
     write arafat-rapor-satir
     move "00" to fs-rez
     move low-values to rez-anah
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform geciken-rez-satiri
             until fs-rez = "10"
     move w-geciken-sayisi to w-sayi-ed
     move spaces to arafat-rapor-satir
     string "GECIKEN FOLIO: " w-sayi-ed
            delimited by size into arafat-rapor-satir
     write arafat-rapor-satir
     if lk-mod-rapor
        move w-geciken-sayisi to lk-sayi
     end-if
     .

 geciken-rez-satiri.
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
     if w-bulundu not = "E"
        exit paragraph
     end-if
     perform dongu-bul
     if w-donem = space
        exit paragraph
     end-if
     move 0 to w-acik-bakiye w-en-eski
     move rez-gir-tar to w-tarih
     perform bakiye-gunu
             until w-tarih > w-bugun
     if w-en-eski = 0
        exit paragraph
     end-if
     compute w-yas = function integer-of-date (w-bugun)
                   - function integer-of-date (w-en-eski)
     if w-yas <= w-dongu-gun
        exit paragraph
     end-if
     add 1 to w-geciken-sayisi
     move w-dongu-gun to w-gun-ed
     move w-yas to w-gun-ed2
     move w-acik-bakiye to w-tutar-ed
     move spaces to arafat-rapor-satir
     string rez-no " " rez-odano " " rez-soyadi " " rez-adi " "
            w-donem "     " w-gun-ed " " w-gun-ed2 " " w-en-eski
            "  " w-tutar-ed
            delimited by size into arafat-rapor-satir
     write arafat-rapor-satir
     .

 bakiye-gunu.
     move w-tarih to cast-log-tarih
     move rez-no  to cast-log-rez-no
     move 0       to cast-log-fis
     start cast-log key is not less than cast-log-alt
           invalid move "10" to fs-cast-log
     end-start
     perform bakiye-satiri
             until fs-cast-log = "10"
     compute w-tarih = function date-of-integer
             (function integer-of-date (w-tarih) + 1)
     .

 bakiye-satiri.
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
     or cast-log-rez-no not = rez-no
        move "10" to fs-cast-log
        exit paragraph
     end-if
     if cast-log-fat-no is numeric and cast-log-fat-no > 0
        exit paragraph
     end-if
     compute w-satir-tutar = cast-log-fiyati + cast-log-duzeltme
     add w-satir-tutar to w-acik-bakiye
     if w-en-eski = 0
        move cast-log-tarih to w-en-eski
     end-if
     .
