*> turpay.cbl
*> Aylik Turizm Payi hesabi ve beyan dokumu. Konaklama vergisinin
*> yaninda konaklama ve diger turizm gelirleri uzerinden turizm payi
*> odeniyor; rakam her ay basili gelir raporlarindan tabloyla
*> cikariliyordu. Bu program secilen ayin faturalarinin FATDETAY
*> satirlarini malzeme koduna gore kanunun saydigi gelir
*> kategorilerine toplar. turpay.prm iki tur satir tasir:
*>   K;kategori;aciklama;oran   - gelir kategorisi ve pay orani
*>                                (yuzde olarak, or. 0,75)
*>   M;malzeme;kategori         - malzeme kodunun kategorisi;
*>                                kategori "-" kapsam disidir
*>                                (konaklama vergisi, depozito vb.)
*> Net gelir KDV haric tutardir: tevkifat.cbl'in satira yazdigi KDV
*> dusulur, KDV'si hesaplanmamis satir kdvoran.prm orani (yoksa
*> w-kdv-varsayilan) ile ayrilir. Eksi satirlar (iptal / iade)
*> kendi kategorisinden dusulur ve beyanda ayri kolonda gosterilir.
*> turpay.prm'de bulunmayan malzeme kodlari hesaba katilmaz, beyan
*> dokumunde "TANIMSIZ" olarak uyarilir. Cikti:
*>   - turpay.txt: kategori bazinda brut, iptal, net matrah, oran
*>     ve turizm payi (beyan rakamlari),
*>   - turpaydt.txt: denetci icin satir satir dokum (fatura, sira,
*>     tarih, malzeme, kategori, KDV dahil, KDV, net).
program-id. turpay is initial program.
environment division.
input-output section.
file-control.
     copy "fatura.sel.cpy".

     copy "fatdetay.sel.cpy".

     select turpay-param assign to random
            turpay-param-dosya
            organization line sequential
            file status is fs-param.

     select kdvoran-param assign to random
            kdvoran-param-dosya
            organization line sequential
            file status is fs-kdvoran.

     select turpay-rapor assign to random
            turpay-rapor-dosya
            organization line sequential.

     select turpay-detay assign to random
            turpay-detay-dosya
            organization line sequential.

data division.
file section.
 copy "fatura.lib.cpy".

 copy "fatdetay.lib.cpy".

fd  turpay-param.
01  param-satir                  pic x(80).

fd  kdvoran-param.
01  kdvoran-satir                pic x(80).

fd  turpay-rapor.
01  turpay-rapor-satir           pic x(132).

fd  turpay-detay.
01  turpay-detay-satir           pic x(132).

working-storage section.
01  fatura-dosya                 pic x(200) value "fatura.dat".
01  fatdetay-dosya               pic x(200) value "fatdetay.dat".
01  turpay-param-dosya           pic x(200) value "turpay.prm".
01  kdvoran-param-dosya          pic x(200) value "kdvoran.prm".
01  turpay-rapor-dosya           pic x(200) value "turpay.txt".
01  turpay-detay-dosya           pic x(200) value "turpaydt.txt".
01  fs-fatura                    pic xx.
01  fs-fatdetay                  pic xx.
01  fs-param                     pic xx.
01  fs-kdvoran                   pic xx.

01  w-bugun                      pic 9(08).

*> malzeme kodu kdvoran.prm'de yoksa kullanilan KDV orani (yuzde)
01  w-kdv-varsayilan             pic 9(02)v99 value 10.

01  w-ay-bas                     pic 9(08).
01  w-ay-son                     pic 9(08).
01  w-yil                        pic 9(04).
01  w-ay                         pic 9(02).

*> cozulen parametre satiri
01  w-p-tip                      pic x(01).
01  w-p-alan1                    pic x(10).
01  w-p-alan2                    pic x(30).
01  w-p-alan3                    pic x(10).

*> kategoriler (turpay.prm K satirlari)
01  w-kat-tablosu.
    02  w-kat occurs 20 times.
        03  w-kat-kodu           pic x(04).
        03  w-kat-aciklama       pic x(30).
        03  w-kat-oran           pic 9(02)v9(04).
        03  w-kat-brut           pic s9(13)v99.
        03  w-kat-iptal          pic s9(13)v99.
        03  w-kat-net            pic s9(13)v99.
        03  w-kat-satir          pic 9(07).
01  w-kat-sayisi                 pic 9(02).
01  w-kat-ix                     pic 9(02).
01  w-kat-bulundu                pic x(01).

*> malzeme -> kategori (turpay.prm M satirlari)
01  w-mlz-tablosu.
    02  w-mlz occurs 300 times.
        03  w-mlz-kodu           pic x(03).
        03  w-mlz-kategori       pic x(04).
01  w-mlz-sayisi                 pic 9(03).
01  w-mlz-ix                     pic 9(03).

*> kdvoran.prm
01  w-oran-tablosu.
    02  w-orn occurs 100 times.
        03  w-orn-malzeme        pic x(03).
        03  w-orn-oran           pic 9(02)v99.
01  w-oran-sayisi                pic 9(03).
01  w-oran-ix                    pic 9(03).
01  w-oran                       pic 9(02)v99.

*> kapsam disi ve tanimsiz malzeme toplamlari
01  w-tanimsiz-tablosu.
    02  w-tns occurs 50 times.
        03  w-tns-kodu           pic x(03).
        03  w-tns-net            pic s9(13)v99.
01  w-tns-sayisi                 pic 9(02).
01  w-tns-ix                     pic 9(02).
01  w-tns-bulundu                pic x(01).
01  w-disi-net                   pic s9(13)v99.

01  w-satir-kategori             pic x(04).
01  w-satir-kdv                  pic s9(10)v99.
01  w-satir-net                  pic s9(10)v99.
01  w-pay                        pic s9(13)v99.
01  w-genel-brut                 pic s9(13)v99.
01  w-genel-iptal                pic s9(13)v99.
01  w-genel-net                  pic s9(13)v99.
01  w-genel-pay                  pic s9(13)v99.
01  w-tutar-ed                   pic z(11)9,99-.
01  w-tutar-ed2                  pic z(11)9,99-.
01  w-tutar-ed3                  pic z(11)9,99-.
01  w-tutar-ed4                  pic z(11)9,99-.
01  w-oran-ed                    pic z9,9999.
01  w-sira-ed                    pic z(4)9.

linkage section.
01  turpay-link.
*>   0 ise bir onceki ay
    02  lk-yil                   pic 9(04).
    02  lk-ay                    pic 9(02).
    02  lk-turizm-payi           pic s9(11)v99.
    02  lk-tanimsiz-sayisi       pic 9(03).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using turpay-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move 0 to lk-turizm-payi lk-tanimsiz-sayisi
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
     initialize w-kat-tablosu w-tanimsiz-tablosu
     move 0 to w-kat-sayisi w-mlz-sayisi w-oran-sayisi w-tns-sayisi
     move 0 to w-disi-net
     perform param-oku
     perform kdvoran-oku
     if w-kat-sayisi = 0
        set lk-sonuc-hata to true
        goback
     end-if
     open input fatura
     open input fatdetay
     if fs-fatura not = "00" or fs-fatdetay not = "00"
        close fatura fatdetay
        set lk-sonuc-hata to true
        goback
     end-if
     open output turpay-detay
     move spaces to turpay-detay-satir
     string "TURIZM PAYI SATIR DOKUMU  DONEM " w-yil "/" w-ay
            delimited by size into turpay-detay-satir
     write turpay-detay-satir
     move spaces to turpay-detay-satir
     string "FATURA NO   SIRA  TARIH    MLZ KAT      KDV DAHIL"
            "              KDV              NET"
            delimited by size into turpay-detay-satir
     write turpay-detay-satir
     move all "-" to turpay-detay-satir
     write turpay-detay-satir
     move low-values to fat-anah
     start fatura key is not less than fat-anah
           invalid move "10" to fs-fatura
     end-start
     perform fatura-oku
             until fs-fatura = "10"
     close turpay-detay
     perform beyan-dokumu
     move w-genel-pay  to lk-turizm-payi
     move w-tns-sayisi to lk-tanimsiz-sayisi
     close fatura fatdetay
     goback.

*> turpay.prm: K;kategori;aciklama;oran ve M;malzeme;kategori
 param-oku.
     open input turpay-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close turpay-param
     .

 param-satiri.
     read turpay-param
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
     evaluate w-p-tip
        when "K"
             if w-kat-sayisi < 20
                add 1 to w-kat-sayisi
                move w-p-alan1 to w-kat-kodu (w-kat-sayisi)
                move w-p-alan2 to w-kat-aciklama (w-kat-sayisi)
                inspect w-p-alan3 replacing all "," by "."
                compute w-kat-oran (w-kat-sayisi)
                      = function numval (w-p-alan3)
             end-if
        when "M"
             if w-mlz-sayisi < 300
                add 1 to w-mlz-sayisi
                move w-p-alan1 to w-mlz-kodu (w-mlz-sayisi)
                move w-p-alan2 to w-mlz-kategori (w-mlz-sayisi)
             end-if
     end-evaluate
     .

*> kdvoran.prm: malzeme;oran
 kdvoran-oku.
     open input kdvoran-param
     if fs-kdvoran not = "00"
        exit paragraph
     end-if
     perform kdvoran-satiri
             until fs-kdvoran not = "00"
     close kdvoran-param
     .

 kdvoran-satiri.
     read kdvoran-param
          at end move "10" to fs-kdvoran
     end-read
     if fs-kdvoran not = "00"
     or kdvoran-satir = spaces
     or w-oran-sayisi >= 100
        exit paragraph
     end-if
     move spaces to w-p-alan1 w-p-alan3
     unstring kdvoran-satir delimited by ";"
              into w-p-alan1 w-p-alan3
     end-unstring
     inspect w-p-alan3 replacing all "," by "."
     add 1 to w-oran-sayisi
     move w-p-alan1 to w-orn-malzeme (w-oran-sayisi)
     compute w-orn-oran (w-oran-sayisi) = function numval (w-p-alan3)
     .

*> ---------------------------------------------------------------
*> ayin faturalari ve satirlari
*> ---------------------------------------------------------------
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
     move fat-anah to fdt-fat-no
     move 0        to fdt-sira
     start fatdetay key is not less than fdt-anah
           invalid move "10" to fs-fatdetay
     end-start
     perform satir-isle
             until fs-fatdetay = "10"
     move "00" to fs-fatdetay
     .

 satir-isle.
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
     perform satir-net
     move "????" to w-satir-kategori
     perform malzeme-ara
             varying w-mlz-ix from 1 by 1
             until w-mlz-ix > w-mlz-sayisi
     evaluate true
        when w-satir-kategori = "????"
             perform tanimsiz-ekle
        when w-satir-kategori = "-"
             add w-satir-net to w-disi-net
        when other
             perform kategoriye-ekle
     end-evaluate
     move fdt-tl-tutar to w-tutar-ed
     move w-satir-kdv  to w-tutar-ed2
     move w-satir-net  to w-tutar-ed3
     move fdt-sira     to w-sira-ed
     move spaces to turpay-detay-satir
     string fat-anah " " w-sira-ed " " fat-tarih " "
            fdt-malzeme-kodu " " w-satir-kategori
            w-tutar-ed w-tutar-ed2 w-tutar-ed3
            delimited by size into turpay-detay-satir
     write turpay-detay-satir
     .

*> satirin KDV haric tutari
 satir-net.
     if fdt-kdv-oran > 0 or fdt-kdv-tutar not = 0
        move fdt-kdv-tutar to w-satir-kdv
     else
        move w-kdv-varsayilan to w-oran
        perform oran-bul
                varying w-oran-ix from 1 by 1
                until w-oran-ix > w-oran-sayisi
        compute w-satir-kdv rounded = fdt-tl-tutar * w-oran
                                    / (100 + w-oran)
     end-if
     compute w-satir-net = fdt-tl-tutar - w-satir-kdv
     .

 oran-bul.
     if w-orn-malzeme (w-oran-ix) = fdt-malzeme-kodu
        move w-orn-oran (w-oran-ix) to w-oran
        move w-oran-sayisi to w-oran-ix
     end-if
     .

 malzeme-ara.
     if w-mlz-kodu (w-mlz-ix) = fdt-malzeme-kodu
        move w-mlz-kategori (w-mlz-ix) to w-satir-kategori
        move w-mlz-sayisi to w-mlz-ix
     end-if
     .

 kategoriye-ekle.
     move "H" to w-kat-bulundu
     perform kategori-ara
             varying w-kat-ix from 1 by 1
             until w-kat-ix > w-kat-sayisi or w-kat-bulundu = "E"
     if w-kat-bulundu = "H"
*>      malzemenin kategorisi K satirlarinda tanimli degil
        perform tanimsiz-ekle
        exit paragraph
     end-if
     subtract 1 from w-kat-ix
     add 1 to w-kat-satir (w-kat-ix)
     if w-satir-net < 0
        add w-satir-net to w-kat-iptal (w-kat-ix)
     else
        add w-satir-net to w-kat-brut (w-kat-ix)
     end-if
     add w-satir-net to w-kat-net (w-kat-ix)
     .

 kategori-ara.
     if w-kat-kodu (w-kat-ix) = w-satir-kategori
        move "E" to w-kat-bulundu
     end-if
     .

 tanimsiz-ekle.
     move "H" to w-tns-bulundu
     perform tanimsiz-ara
             varying w-tns-ix from 1 by 1
             until w-tns-ix > w-tns-sayisi or w-tns-bulundu = "E"
     if w-tns-bulundu = "E"
        subtract 1 from w-tns-ix
     else
        if w-tns-sayisi >= 50
           exit paragraph
        end-if
        add 1 to w-tns-sayisi
        move w-tns-sayisi     to w-tns-ix
        move fdt-malzeme-kodu to w-tns-kodu (w-tns-ix)
        move 0                to w-tns-net (w-tns-ix)
     end-if
     add w-satir-net to w-tns-net (w-tns-ix)
     .

 tanimsiz-ara.
     if w-tns-kodu (w-tns-ix) = fdt-malzeme-kodu
        move "E" to w-tns-bulundu
     end-if
     .

*> ---------------------------------------------------------------
*> beyan rakamlari
*> ---------------------------------------------------------------
 beyan-dokumu.
     move 0 to w-genel-brut w-genel-iptal w-genel-net w-genel-pay
     open output turpay-rapor
     move spaces to turpay-rapor-satir
     string "TURIZM PAYI BEYAN DOKUMU  DONEM " w-yil "/" w-ay
            "  DUZENLEME " w-bugun
            delimited by size into turpay-rapor-satir
     write turpay-rapor-satir
     move spaces to turpay-rapor-satir
     string "KATEGORI                              BRUT GELIR"
            "     IPTAL / IADE       NET MATRAH   ORAN %"
            "      TURIZM PAYI"
            delimited by size into turpay-rapor-satir
     write turpay-rapor-satir
     move all "-" to turpay-rapor-satir
     write turpay-rapor-satir
     perform kategori-satiri
             varying w-kat-ix from 1 by 1
             until w-kat-ix > w-kat-sayisi
     move all "-" to turpay-rapor-satir
     write turpay-rapor-satir
     move w-genel-brut  to w-tutar-ed
     move w-genel-iptal to w-tutar-ed2
     move w-genel-net   to w-tutar-ed3
     move w-genel-pay   to w-tutar-ed4
     move spaces to turpay-rapor-satir
     string "TOPLAM                      " w-tutar-ed w-tutar-ed2
            w-tutar-ed3 "         " w-tutar-ed4
            delimited by size into turpay-rapor-satir
     write turpay-rapor-satir
     move spaces to turpay-rapor-satir
     write turpay-rapor-satir
     move w-disi-net to w-tutar-ed
     move spaces to turpay-rapor-satir
     string "KAPSAM DISI (KDV HARIC)     " w-tutar-ed
            delimited by size into turpay-rapor-satir
     write turpay-rapor-satir
     if w-tns-sayisi > 0
        move spaces to turpay-rapor-satir
        string "UYARI: turpay.prm'de KATEGORISI OLMAYAN MALZEME "
               "KODLARI - HESABA KATILMADI:"
               delimited by size into turpay-rapor-satir
        write turpay-rapor-satir
        perform tanimsiz-satiri
                varying w-tns-ix from 1 by 1
                until w-tns-ix > w-tns-sayisi
     end-if
     close turpay-rapor
     .

 kategori-satiri.
     compute w-pay rounded = w-kat-net (w-kat-ix)
                           * w-kat-oran (w-kat-ix) / 100
     if w-pay < 0
        move 0 to w-pay
     end-if
     add w-kat-brut (w-kat-ix)  to w-genel-brut
     add w-kat-iptal (w-kat-ix) to w-genel-iptal
     add w-kat-net (w-kat-ix)   to w-genel-net
     add w-pay                  to w-genel-pay
     move w-kat-brut (w-kat-ix)  to w-tutar-ed
     move w-kat-iptal (w-kat-ix) to w-tutar-ed2
     move w-kat-net (w-kat-ix)   to w-tutar-ed3
     move w-kat-oran (w-kat-ix)  to w-oran-ed
     move w-pay                  to w-tutar-ed4
     move spaces to turpay-rapor-satir
     string w-kat-kodu (w-kat-ix) " " w-kat-aciklama (w-kat-ix) (1:23)
            w-tutar-ed w-tutar-ed2 w-tutar-ed3 " " w-oran-ed
            w-tutar-ed4
            delimited by size into turpay-rapor-satir
     write turpay-rapor-satir
     .

 tanimsiz-satiri.
     move w-tns-net (w-tns-ix) to w-tutar-ed
     move spaces to turpay-rapor-satir
     string "  TANIMSIZ MALZEME " w-tns-kodu (w-tns-ix)
            "  NET " w-tutar-ed
            delimited by size into turpay-rapor-satir
     write turpay-rapor-satir
     .
