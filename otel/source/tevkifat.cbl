*> tevkifat.cbl
*> KDV tevkifatli faturalama. Bakanlik, belediye ve bazi kurumsal
*> alicilara kesilen faturada KDV'nin bir kismi alici tarafindan
*> tevkif edilir; bugune kadar fatura fatiptal ile iptal edilip
*> elle hesaplanan rakamlarla yeniden kesiliyordu. Bu alt program:
*>   - lk-mod-tanim: CARI hesabina GIB tevkifat kodu ve orani
*>     (pay / payda, or. 5/10) yazilir; kod bos verilirse cari
*>     tevkifattan cikarilir,
*>   - lk-mod-hesapla: folfat fatura ve detaylarini yazdiktan sonra
*>     cagirir; her FATDETAY satirinin KDV'si malzeme kodunun
*>     oraniyla (kdvoran.prm, satir: malzeme;oran - yoksa
*>     w-kdv-varsayilan) KDV dahil tutardan ayrilir, carinin
*>     tevkifat orani uygulanir ve FATURA'ya KDV, tevkif edilen ve
*>     odenecek KDV toplamlari yazilir. Cari kodu verilmezse
*>     faturanin REZ'inin acentasi alinir (cari kodu = acenta);
*>     KDV istisnali (kdvistis) rezervasyonda KDV sifirdir;
*>     KDV dahil toplami w-tevkifat-haddi'ni gecmeyen faturada
*>     tevkifat uygulanmaz,
*>   - lk-mod-ebelge: earsbil e-Fatura / e-Arsiv belgesini
*>     olustururken cagirir; faturanin tevkifat kodu, orani,
*>     matrahi, KDV'si, tevkif edilen ve odenecek KDV'si linkage
*>     ile doner (belgenin tevkifat bolumu bunlardan basilir),
*>   - lk-mod-defter: secilen ayin tevkifatli faturalari kod
*>     bazinda ara toplamli olarak tevkifat.txt'ye dokulur -
*>     muhasebe beyannameyle bu defterden mutabakat yapar.
program-id. tevkifat is initial program.
environment division.
input-output section.
file-control.
     copy "fatura.sel.cpy".

     copy "fatdetay.sel.cpy".

     copy "cari.sel.cpy".

     copy "rez.sel.cpy".

     select kdvoran-param assign to random
            kdvoran-param-dosya
            organization line sequential
            file status is fs-param.

     select tevkifat-rapor assign to random
            tevkifat-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "fatura.lib.cpy".

 copy "fatdetay.lib.cpy".

 copy "cari.lib.cpy".

 copy "rez.lib.cpy".

fd  kdvoran-param.
01  param-satir                  pic x(80).

fd  tevkifat-rapor.
01  tevkifat-rapor-satir         pic x(132).

working-storage section.
01  fatura-dosya                 pic x(200) value "fatura.dat".
01  fatdetay-dosya               pic x(200) value "fatdetay.dat".
01  cari-dosya                   pic x(200) value "cari.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  kdvoran-param-dosya          pic x(200) value "kdvoran.prm".
01  tevkifat-rapor-dosya         pic x(200) value "tevkifat.txt".
01  fs-fatura                    pic xx.
01  fs-fatdetay                  pic xx.
01  fs-cari                      pic xx.
01  fs-rez                       pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).

*> malzeme kodu kdvoran.prm'de yoksa kullanilan KDV orani (yuzde)
01  w-kdv-varsayilan             pic 9(02)v99 value 10.
*> yururlukteki tevkifat alt siniri (fatura KDV dahil toplami, TL)
01  w-tevkifat-haddi             pic 9(09)v99 value 12000.

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

01  w-kdv-yok                    pic x(01).
01  w-tevkif-var                 pic x(01).
01  w-kdv-toplam                 pic s9(10)v99.
01  w-tevkif-toplam              pic s9(10)v99.

*> defter
01  w-ay-bas                     pic 9(08).
01  w-ay-son                     pic 9(08).
01  w-yil                        pic 9(04).
01  w-ay                         pic 9(02).
01  w-matrah                     pic s9(11)v99.
01  w-kod-tablosu.
    02  w-kod occurs 50 times.
        03  w-kod-kodu           pic x(03).
        03  w-kod-adet           pic 9(05).
        03  w-kod-matrah         pic s9(13)v99.
        03  w-kod-kdv            pic s9(13)v99.
        03  w-kod-tevkif         pic s9(13)v99.
        03  w-kod-odenecek       pic s9(13)v99.
01  w-kod-sayisi                 pic 9(02).
01  w-kod-ix                     pic 9(02).
01  w-kod-bulundu                pic x(01).
01  w-genel-adet                 pic 9(05).
01  w-genel-matrah               pic s9(13)v99.
01  w-genel-kdv                  pic s9(13)v99.
01  w-genel-tevkif               pic s9(13)v99.
01  w-genel-odenecek             pic s9(13)v99.
01  w-vkn                        pic x(11).
01  w-tutar-ed                   pic z(10)9,99-.
01  w-tutar-ed2                  pic z(10)9,99-.
01  w-tutar-ed3                  pic z(10)9,99-.
01  w-tutar-ed4                  pic z(10)9,99-.
01  w-sayi-ed                    pic z(4)9.

linkage section.
01  tevkifat-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-tanim             value "T".
        88  lk-mod-hesapla           value "H".
        88  lk-mod-ebelge            value "E".
        88  lk-mod-defter            value "D".
    02  lk-cari-kodu             pic x(10).
    02  lk-tevkifat-kodu         pic x(03).
    02  lk-tevkifat-pay          pic 9(02).
    02  lk-tevkifat-payda        pic 9(02).
    02  lk-fatura-no             pic 9(10).
*>   defter: 0 ise bir onceki ay
    02  lk-yil                   pic 9(04).
    02  lk-ay                    pic 9(02).
*>   hesapla / ebelge donusu
    02  lk-matrah                pic s9(10)v99.
    02  lk-kdv-tutar             pic s9(10)v99.
    02  lk-tevkifat-tutar        pic s9(10)v99.
    02  lk-odenecek-kdv          pic s9(10)v99.
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using tevkifat-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     evaluate true
        when lk-mod-tanim   perform cari-tanim
        when lk-mod-hesapla perform fatura-hesapla
        when lk-mod-ebelge  perform ebelge-alanlari
        when lk-mod-defter  perform tevkifat-defteri
        when other          set lk-sonuc-hata to true
     end-evaluate
     goback.

*> ---------------------------------------------------------------
*> cari tevkifat tanimi
*> ---------------------------------------------------------------
 cari-tanim.
     if lk-tevkifat-kodu not = spaces
        if lk-tevkifat-kodu is not numeric
        or lk-tevkifat-payda = 0
        or lk-tevkifat-pay = 0
        or lk-tevkifat-pay >= lk-tevkifat-payda
           set lk-sonuc-hata to true
           exit paragraph
        end-if
     end-if
     open i-o cari
     if fs-cari not = "00"
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-cari-kodu to cari-kodu
     read cari
          invalid
              set lk-sonuc-hata to true
          not invalid
              if lk-tevkifat-kodu = spaces
                 move spaces to c-tevkifat-kodu
                 move 0 to c-tevkifat-pay c-tevkifat-payda
              else
                 move lk-tevkifat-kodu  to c-tevkifat-kodu
                 move lk-tevkifat-pay   to c-tevkifat-pay
                 move lk-tevkifat-payda to c-tevkifat-payda
              end-if
              rewrite cari-rec
                      invalid set lk-sonuc-hata to true
              end-rewrite
     end-read
     close cari
     .

*> ---------------------------------------------------------------
*> fatura KDV / tevkifat hesabi
*> ---------------------------------------------------------------
 fatura-hesapla.
     perform param-oku
     open i-o fatura
     open i-o fatdetay
     open input cari
     open input rez
     if fs-fatura not = "00" or fs-fatdetay not = "00"
     or fs-cari not = "00" or fs-rez not = "00"
        set lk-sonuc-hata to true
        close fatura fatdetay cari rez
        exit paragraph
     end-if
     move lk-fatura-no to fat-anah
     read fatura
          invalid
              set lk-sonuc-hata to true
              close fatura fatdetay cari rez
              exit paragraph
     end-read
     move "H" to w-kdv-yok
     move fat-rez-anah to rez-no
     read rez
          invalid move spaces to rez-acenta
          not invalid
              if rez-room-kdv-yok = "E" and rez-extra-kdv-yok = "E"
                 move "E" to w-kdv-yok
              end-if
     end-read
     if lk-cari-kodu = spaces
        move rez-acenta to lk-cari-kodu
     end-if
     move lk-cari-kodu to fat-cari-kodu
     move spaces to fat-tevkifat-kodu
     move 0 to fat-tevkifat-pay fat-tevkifat-payda
     move "H" to w-tevkif-var
     if lk-cari-kodu not = spaces
        move lk-cari-kodu to cari-kodu
        read cari
             invalid continue
             not invalid
                 if c-tevkifat-kodu not = spaces
                 and c-tevkifat-payda > 0
                 and fat-tl-genel-toplam > w-tevkifat-haddi
                    move "E" to w-tevkif-var
                    move c-tevkifat-kodu  to fat-tevkifat-kodu
                    move c-tevkifat-pay   to fat-tevkifat-pay
                    move c-tevkifat-payda to fat-tevkifat-payda
                 end-if
        end-read
     end-if
     move 0 to w-kdv-toplam w-tevkif-toplam
     move fat-anah to fdt-fat-no
     move 0        to fdt-sira
     start fatdetay key is not less than fdt-anah
           invalid move "10" to fs-fatdetay
     end-start
     perform detay-hesapla
             until fs-fatdetay = "10"
     move w-kdv-toplam    to fat-kdv-tutar
     move w-tevkif-toplam to fat-tevkifat-tutar
     compute fat-odenecek-kdv = w-kdv-toplam - w-tevkif-toplam
     rewrite fat-rec
             invalid set lk-sonuc-hata to true
     end-rewrite
     perform link-doldur
     close fatura fatdetay cari rez
     .

 detay-hesapla.
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
     if w-kdv-yok = "E"
        move 0 to w-oran
     else
        move w-kdv-varsayilan to w-oran
        perform oran-bul
                varying w-oran-ix from 1 by 1
                until w-oran-ix > w-oran-sayisi
     end-if
     move w-oran to fdt-kdv-oran
     compute fdt-kdv-tutar rounded = fdt-tl-tutar * w-oran
                                   / (100 + w-oran)
     if w-tevkif-var = "E"
        compute fdt-tevkifat-tutar rounded = fdt-kdv-tutar
              * fat-tevkifat-pay / fat-tevkifat-payda
     else
        move 0 to fdt-tevkifat-tutar
     end-if
     add fdt-kdv-tutar      to w-kdv-toplam
     add fdt-tevkifat-tutar to w-tevkif-toplam
     rewrite fdt-rec invalid continue end-rewrite
     .

 oran-bul.
     if w-orn-malzeme (w-oran-ix) = fdt-malzeme-kodu
        move w-orn-oran (w-oran-ix) to w-oran
        move w-oran-sayisi to w-oran-ix
     end-if
     .

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

 link-doldur.
     move fat-tevkifat-kodu  to lk-tevkifat-kodu
     move fat-tevkifat-pay   to lk-tevkifat-pay
     move fat-tevkifat-payda to lk-tevkifat-payda
     compute lk-matrah = fat-tl-genel-toplam - fat-kdv-tutar
     move fat-kdv-tutar      to lk-kdv-tutar
     move fat-tevkifat-tutar to lk-tevkifat-tutar
     move fat-odenecek-kdv   to lk-odenecek-kdv
     .

*> ---------------------------------------------------------------
*> e-Fatura / e-Arsiv tevkifat alanlari
*> ---------------------------------------------------------------
 ebelge-alanlari.
     open input fatura
     if fs-fatura not = "00"
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-fatura-no to fat-anah
     read fatura
          invalid set lk-sonuc-hata to true
          not invalid perform link-doldur
     end-read
     close fatura
     .

*> ---------------------------------------------------------------
*> aylik tevkifat defteri
*> ---------------------------------------------------------------
 tevkifat-defteri.
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
     open input fatura
     open input cari
     if fs-fatura not = "00" or fs-cari not = "00"
        set lk-sonuc-hata to true
        close fatura cari
        exit paragraph
     end-if
     move 0 to w-kod-sayisi w-genel-adet w-genel-matrah w-genel-kdv
               w-genel-tevkif w-genel-odenecek
     open output tevkifat-rapor
     move spaces to tevkifat-rapor-satir
     string "KDV TEVKIFAT DEFTERI  DONEM " w-yil "/" w-ay
            "  DUZENLEME " w-bugun
            delimited by size into tevkifat-rapor-satir
     write tevkifat-rapor-satir
     move spaces to tevkifat-rapor-satir
     string "FATURA NO  TARIH    CARI       VKN         KOD ORAN "
            "       MATRAH           KDV     TEVKIF EDILEN"
            "     ODENECEK KDV"
            delimited by size into tevkifat-rapor-satir
     write tevkifat-rapor-satir
     move all "-" to tevkifat-rapor-satir
     write tevkifat-rapor-satir
     move low-values to fat-anah
     start fatura key is not less than fat-anah
           invalid move "10" to fs-fatura
     end-start
     perform defter-satiri
             until fs-fatura = "10"
     move all "-" to tevkifat-rapor-satir
     write tevkifat-rapor-satir
     perform kod-ozeti
             varying w-kod-ix from 1 by 1
             until w-kod-ix > w-kod-sayisi
     move all "=" to tevkifat-rapor-satir
     write tevkifat-rapor-satir
     move w-genel-adet     to w-sayi-ed
     move w-genel-matrah   to w-tutar-ed
     move w-genel-kdv      to w-tutar-ed2
     move w-genel-tevkif   to w-tutar-ed3
     move w-genel-odenecek to w-tutar-ed4
     move spaces to tevkifat-rapor-satir
     string "GENEL    " w-sayi-ed " FATURA" w-tutar-ed w-tutar-ed2
            w-tutar-ed3 w-tutar-ed4
            delimited by size into tevkifat-rapor-satir
     write tevkifat-rapor-satir
     close fatura cari tevkifat-rapor
     .

 defter-satiri.
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
     or fat-tevkifat-kodu = spaces
        exit paragraph
     end-if
     move spaces to w-vkn
     if fat-cari-kodu not = spaces
        move fat-cari-kodu to cari-kodu
        read cari
             invalid continue
             not invalid move c-vergi-no to w-vkn
        end-read
     end-if
     compute w-matrah = fat-tl-genel-toplam - fat-kdv-tutar
     move w-matrah           to w-tutar-ed
     move fat-kdv-tutar      to w-tutar-ed2
     move fat-tevkifat-tutar to w-tutar-ed3
     move fat-odenecek-kdv   to w-tutar-ed4
     move spaces to tevkifat-rapor-satir
     string fat-anah " " fat-tarih " " fat-cari-kodu " " w-vkn
            " " fat-tevkifat-kodu " " fat-tevkifat-pay "/"
            fat-tevkifat-payda w-tutar-ed w-tutar-ed2 w-tutar-ed3
            w-tutar-ed4
            delimited by size into tevkifat-rapor-satir
     write tevkifat-rapor-satir
     add 1                  to w-genel-adet
     add w-matrah           to w-genel-matrah
     add fat-kdv-tutar      to w-genel-kdv
     add fat-tevkifat-tutar to w-genel-tevkif
     add fat-odenecek-kdv   to w-genel-odenecek
     move "H" to w-kod-bulundu
     perform kod-ara
             varying w-kod-ix from 1 by 1
             until w-kod-ix > w-kod-sayisi or w-kod-bulundu = "E"
     if w-kod-bulundu = "H"
        if w-kod-sayisi >= 50
           exit paragraph
        end-if
        add 1 to w-kod-sayisi
        move w-kod-sayisi to w-kod-ix
        initialize w-kod (w-kod-ix)
        move fat-tevkifat-kodu to w-kod-kodu (w-kod-ix)
     else
        subtract 1 from w-kod-ix
     end-if
     add 1                  to w-kod-adet (w-kod-ix)
     add w-matrah           to w-kod-matrah (w-kod-ix)
     add fat-kdv-tutar      to w-kod-kdv (w-kod-ix)
     add fat-tevkifat-tutar to w-kod-tevkif (w-kod-ix)
     add fat-odenecek-kdv   to w-kod-odenecek (w-kod-ix)
     .

 kod-ara.
     if w-kod-kodu (w-kod-ix) = fat-tevkifat-kodu
        move "E" to w-kod-bulundu
     end-if
     .

 kod-ozeti.
     move w-kod-adet (w-kod-ix)     to w-sayi-ed
     move w-kod-matrah (w-kod-ix)   to w-tutar-ed
     move w-kod-kdv (w-kod-ix)      to w-tutar-ed2
     move w-kod-tevkif (w-kod-ix)   to w-tutar-ed3
     move w-kod-odenecek (w-kod-ix) to w-tutar-ed4
     move spaces to tevkifat-rapor-satir
     string "KOD " w-kod-kodu (w-kod-ix) "  " w-sayi-ed " FATURA"
            w-tutar-ed w-tutar-ed2 w-tutar-ed3 w-tutar-ed4
            delimited by size into tevkifat-rapor-satir
     write tevkifat-rapor-satir
     .
