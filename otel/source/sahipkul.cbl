*> sahipkul.cbl
*> Cok yillik sahip kullanim gecmisi ve durgun sozlesme raporu.
*> Haftasini yillardir kullanmayan sahipler aidati birakmaya ya da
*> satmaya en yakin olanlardir ama kim olduklari bilinmiyordu. Bu
*> program her DEVREMULK sozlesmesi icin tum DONHRK yillarini tarar:
*>   - son 10 yilin kullanim sekli tek harfle basilir: K kullanildi,
*>     M misafir sertifikali, R kiraya verildi, B bankaya yatirildi,
*>     T takasa verildi (HAFTABANK kaydi takas operatorune
*>     gonderilmis), S bankada suresi doldu, - bos, . kayit yok,
*>   - tamamlanmis yillardan geriye dogru ardisik kullanilmayan
*>     (bos ya da banka suresi dolmus) yil sayisi,
*>   - sahibin acik aidat bakiyesi (gecikmis kismi ayrica) ve
*>     sozlesmenin kalan taksit tutari,
*>   - sinif: A aktif, U uzaklasiyor (1 yil ve ustu kullanilmamis),
*>     D durgun (sahipkul.prm DURGUN;n yil, varsayilan 3).
*> Raporun sonunda uye hizmetlerinin arayacagi durgun sahipler
*> listelenir; henuz gecikmis borcu olmayanlar "*" ile once
*> aranmak uzere isaretlenir. Dokum sahipkul.txt'ye yazilir.
program-id. sahipkul is initial program.
environment division.
input-output section.
file-control.
     copy "devmulk.sel.cpy".

     copy "donhrk.sel.cpy".

     copy "haftabank.sel.cpy".

     copy "donemaid.sel.cpy".

     copy "taksit.sel.cpy".

     select sahipkul-param assign to random
            sahipkul-param-dosya
            organization line sequential
            file status is fs-param.

     select sahipkul-rapor assign to random
            sahipkul-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "devmulk.lib.cpy".

 copy "donhrk.lib.cpy".

 copy "haftabank.lib.cpy".

 copy "donemaid.lib.cpy".

 copy "taksit.lib.cpy".

fd  sahipkul-param.
01  param-satir                  pic x(80).

fd  sahipkul-rapor.
01  sahipkul-rapor-satir         pic x(160).

working-storage section.
01  devmulk-dosya                pic x(200) value "devmulk.dat".
01  donhrk-dosya                 pic x(200) value "donhrk.dat".
01  haftabank-dosya              pic x(200) value "haftabank.dat".
01  donem-aidat-dosya            pic x(200) value "donem-aidat.dat".
01  taksit-dosya                 pic x(200) value "taksit.dat".
01  sahipkul-param-dosya         pic x(200) value "sahipkul.prm".
01  sahipkul-rapor-dosya         pic x(200) value "sahipkul.txt".
01  fs-devmulk                   pic xx.
01  fs-donhrk                    pic xx.
01  fs-haftabank                 pic xx.
01  fs-donem-aidat               pic xx.
01  fs-taksit                    pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-r redefines w-bugun.
    02  w-bugun-yil              pic 9(04).
    02  filler                   pic 9(04).
01  w-p-tip                      pic x(10).
01  w-p-deger1                   pic x(10).
01  w-durgun-yil                 pic 9(02).

*> son 60 yilin kullanim kodlari; ix = yil - w-taban-yil + 1
01  w-taban-yil                  pic 9(04).
01  w-kullanim-tablosu.
    02  w-kul                    pic x(01) occurs 60 times.
01  w-kul-ix                     pic 9(02).
01  w-kod                        pic x(01).
01  w-son-on                     pic x(10).
01  w-yil-sayisi                 pic 9(02).
01  w-ardisik                    pic 9(02).
01  w-dur                        pic x(01).
01  w-sinif                      pic x(01).
    88  w-sinif-aktif                value "A".
    88  w-sinif-uzak                 value "U".
    88  w-sinif-durgun               value "D".

01  w-aidat-borc                 pic s9(09)v99 comp-3.
01  w-aidat-gecikmis             pic s9(09)v99 comp-3.
01  w-taksit-kalan               pic s9(09)v99 comp-3.

01  w-sayac-aktif                pic 9(06).
01  w-sayac-uzak                 pic 9(06).
01  w-sayac-durgun               pic 9(06).

*> aranacak durgun sahipler
01  w-durgunlar.
    02  w-dg                     occurs 500 times.
        03  w-dg-devremulk-no    pic 9(08).
        03  w-dg-sahip-no        pic 9(08).
        03  w-dg-adi             pic x(40).
        03  w-dg-mail            pic x(60).
        03  w-dg-ardisik         pic 9(02).
        03  w-dg-gecikmis        pic s9(09)v99 comp-3.
01  w-dg-adet                    pic 9(03).
01  w-dg-ix                      pic 9(03).

01  w-yil-ed                     pic 9(04).
01  w-tutar-ed                   pic z(7)9.99-.
01  w-tutar-ed2                  pic z(7)9.99-.
01  w-tutar-ed3                  pic z(7)9.99-.
01  w-sayi-ed                    pic z(5)9.

procedure division.
 ana-islem.
     accept w-bugun from date yyyymmdd
     compute w-taban-yil = w-bugun-yil - 59
     perform param-oku
     move 0 to w-sayac-aktif w-sayac-uzak w-sayac-durgun w-dg-adet
     open input devmulk donhrk haftabank donem-aidat taksit
     open output sahipkul-rapor
     perform rapor-bas
     if fs-devmulk = "00"
        move low-values to dvm-devremulk-no
        start devmulk key is not less than dvm-devremulk-no
              invalid move "10" to fs-devmulk
        end-start
        perform sozlesme-satiri
                until fs-devmulk = "10"
     end-if
     perform ozet-yaz
     perform arama-listesi
     close devmulk donhrk haftabank donem-aidat taksit
           sahipkul-rapor
     goback.

 param-oku.
     move 3 to w-durgun-yil
     open input sahipkul-param
     if fs-param = "00"
        perform param-satiri
                until fs-param not = "00"
        close sahipkul-param
     end-if
     if w-durgun-yil < 2
        move 2 to w-durgun-yil
     end-if
     .

 param-satiri.
     read sahipkul-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00" or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-deger1
     unstring param-satir delimited by ";"
              into w-p-tip w-p-deger1
     end-unstring
     if w-p-tip = "DURGUN"
        compute w-durgun-yil = function numval (w-p-deger1)
     end-if
     .

*> ---------------------------------------------------------------
*> sozlesme basina kullanim gecmisi
*> ---------------------------------------------------------------
 sozlesme-satiri.
     read devmulk next record
          at end move "10" to fs-devmulk
     end-read
     if fs-devmulk not = "00" and fs-devmulk not = "02"
        move "10" to fs-devmulk
     end-if
     if fs-devmulk = "10"
        exit paragraph
     end-if
     move all "." to w-kullanim-tablosu
     move 0 to w-yil-sayisi
     perform kullanim-topla
     perform ardisik-hesapla
     perform bakiye-topla
     evaluate true
        when w-ardisik >= w-durgun-yil
             set w-sinif-durgun to true
             add 1 to w-sayac-durgun
             perform durgun-ekle
        when w-ardisik > 0
             set w-sinif-uzak to true
             add 1 to w-sayac-uzak
        when other
             set w-sinif-aktif to true
             add 1 to w-sayac-aktif
     end-evaluate
     perform sozlesme-yaz
     .

*> sahibin DONHRK kayitlarindan bu sozlesmeye ait yillar
 kullanim-topla.
     if fs-donhrk not = "00" and fs-donhrk not = "02"
     and fs-donhrk not = "10"
        exit paragraph
     end-if
     move low-values to dnh-anah
     move dvm-sahip-no to dnh-musteri-no
     start donhrk key is = dnh-musteri-anah
           invalid move "10" to fs-donhrk
     end-start
     perform donhrk-satiri
             until fs-donhrk = "10"
     move "00" to fs-donhrk
     .

 donhrk-satiri.
     read donhrk next record
          at end move "10" to fs-donhrk
     end-read
     if fs-donhrk not = "00" and fs-donhrk not = "02"
        move "10" to fs-donhrk
     end-if
     if fs-donhrk = "10"
        exit paragraph
     end-if
     if dnh-musteri-no not = dvm-sahip-no
        move "10" to fs-donhrk
        exit paragraph
     end-if
     if dnh-devremulk-no not = dvm-devremulk-no
     or dnh-yil < w-taban-yil or dnh-yil > w-bugun-yil
        exit paragraph
     end-if
     evaluate true
        when dnh-kullanildi          move "K" to w-kod
        when dnh-misafir-sertifikali move "M" to w-kod
        when dnh-kiraya-verildi      move "R" to w-kod
        when dnh-bankaya-yatirildi   perform banka-durumu
        when other                   move "-" to w-kod
     end-evaluate
     compute w-kul-ix = dnh-yil - w-taban-yil + 1
*>   ayni yilin birden fazla haftasi varsa kullanim bosa ustun gelir
     if w-kul (w-kul-ix) = "." or w-kul (w-kul-ix) = "-"
     or w-kul (w-kul-ix) = "S"
        if w-kul (w-kul-ix) = "."
           add 1 to w-yil-sayisi
        end-if
        move w-kod to w-kul (w-kul-ix)
     end-if
     .

*> bankaya yatirilan haftanin akibeti: takasa gonderildi mi,
*> suresi mi doldu
 banka-durumu.
     move "B" to w-kod
     if fs-haftabank not = "00" and fs-haftabank not = "02"
     and fs-haftabank not = "10"
        exit paragraph
     end-if
     move dnh-musteri-no   to hfb-uye-id
     move dnh-devremulk-no to hfb-devremulk-no
     start haftabank key is = hfb-uye-anah
           invalid move "10" to fs-haftabank
     end-start
     perform banka-satiri
             until fs-haftabank = "10"
     move "00" to fs-haftabank
     .

 banka-satiri.
     read haftabank next record
          at end move "10" to fs-haftabank
     end-read
     if fs-haftabank not = "00" and fs-haftabank not = "02"
        move "10" to fs-haftabank
     end-if
     if fs-haftabank = "10"
        exit paragraph
     end-if
     if hfb-uye-id not = dnh-musteri-no
     or hfb-devremulk-no not = dnh-devremulk-no
        move "10" to fs-haftabank
        exit paragraph
     end-if
     if hfb-kaynak-yil not = dnh-yil
     or hfb-kaynak-hafta not = dnh-hafta
        exit paragraph
     end-if
     evaluate true
        when hfb-takas-gonderildi or hfb-takas-onaylandi
             move "T" to w-kod
        when hfb-suresi-doldu
             move "S" to w-kod
     end-evaluate
     move "10" to fs-haftabank
     .

*> tamamlanmis yillardan geriye: bos ya da suresi dolmus banka
 ardisik-hesapla.
     move 0 to w-ardisik
     move "H" to w-dur
     perform ardisik-yil
             varying w-kul-ix from 59 by -1
             until w-kul-ix < 1 or w-dur = "E"
     .

 ardisik-yil.
     if w-kul (w-kul-ix) = "-" or w-kul (w-kul-ix) = "S"
        add 1 to w-ardisik
     else
        move "E" to w-dur
     end-if
     .

 bakiye-topla.
     move 0 to w-aidat-borc w-aidat-gecikmis w-taksit-kalan
     if fs-donem-aidat = "00" or fs-donem-aidat = "02"
     or fs-donem-aidat = "10"
        move dvm-sahip-no to dna-musteri-no
        move 0 to dna-donem-no dna-donem-hafta
        start donem-aidat key is not less than dna-anah
              invalid move "10" to fs-donem-aidat
        end-start
        perform aidat-satiri
                until fs-donem-aidat = "10"
        move "00" to fs-donem-aidat
     end-if
     if fs-taksit = "00" or fs-taksit = "02" or fs-taksit = "10"
        move dvm-devremulk-no to taksit-devremulk-no
        move 0 to taksit-sira
        start taksit key is not less than taksit-anah
              invalid move "10" to fs-taksit
        end-start
        perform taksit-satiri
                until fs-taksit = "10"
        move "00" to fs-taksit
     end-if
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
     if dna-acik
        compute w-aidat-borc = w-aidat-borc
              + dna-tutar - dna-odenen-tutar
        if dna-vade-tarih < w-bugun
           compute w-aidat-gecikmis = w-aidat-gecikmis
                 + dna-tutar - dna-odenen-tutar
        end-if
     end-if
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
     if taksit-devremulk-no not = dvm-devremulk-no
        move "10" to fs-taksit
        exit paragraph
     end-if
     add taksit-kalan to w-taksit-kalan
     .

 durgun-ekle.
     if w-dg-adet >= 500
        exit paragraph
     end-if
     add 1 to w-dg-adet
     move dvm-devremulk-no to w-dg-devremulk-no (w-dg-adet)
     move dvm-sahip-no     to w-dg-sahip-no (w-dg-adet)
     move dvm-sahip-adi    to w-dg-adi (w-dg-adet)
     move dvm-sahip-mail   to w-dg-mail (w-dg-adet)
     move w-ardisik        to w-dg-ardisik (w-dg-adet)
     move w-aidat-gecikmis to w-dg-gecikmis (w-dg-adet)
     .

*> ---------------------------------------------------------------
*> dokum
*> ---------------------------------------------------------------
 rapor-bas.
     move spaces to sahipkul-rapor-satir
     string "SAHIP KULLANIM GECMISI VE DURGUN SOZLESMELER   ("
            w-bugun ")   DURGUN ESIGI " w-durgun-yil " YIL"
            delimited by size into sahipkul-rapor-satir
     write sahipkul-rapor-satir
     move spaces to sahipkul-rapor-satir
     compute w-yil-ed = w-bugun-yil - 9
     string "K kullanildi M misafir R kira B banka T takas "
            "S banka suresi doldu - bos . kayit yok   "
            "(son 10 yil: " w-yil-ed "-" w-bugun-yil ")"
            delimited by size into sahipkul-rapor-satir
     write sahipkul-rapor-satir
     move spaces to sahipkul-rapor-satir
     write sahipkul-rapor-satir
     move spaces to sahipkul-rapor-satir
     string "SOZLESME SAHIP    SON-10-YIL YIL ARDISIK SINIF "
            "   AIDAT-BORC    GECIKMIS    TAKSIT-KALAN"
            delimited by size into sahipkul-rapor-satir
     write sahipkul-rapor-satir
     move all "-" to sahipkul-rapor-satir
     write sahipkul-rapor-satir
     .

 sozlesme-yaz.
     move w-kullanim-tablosu (51:10) to w-son-on
     move w-aidat-borc     to w-tutar-ed
     move w-aidat-gecikmis to w-tutar-ed2
     move w-taksit-kalan   to w-tutar-ed3
     move spaces to sahipkul-rapor-satir
     string dvm-devremulk-no " " dvm-sahip-no " "
            w-son-on " " w-yil-sayisi "  " w-ardisik "      "
            w-sinif "  " w-tutar-ed " " w-tutar-ed2 " "
            w-tutar-ed3
            delimited by size into sahipkul-rapor-satir
     write sahipkul-rapor-satir
     .

 ozet-yaz.
     move spaces to sahipkul-rapor-satir
     write sahipkul-rapor-satir
     move w-sayac-aktif to w-sayi-ed
     move spaces to sahipkul-rapor-satir
     string "AKTIF          " w-sayi-ed
            delimited by size into sahipkul-rapor-satir
     write sahipkul-rapor-satir
     move w-sayac-uzak to w-sayi-ed
     move spaces to sahipkul-rapor-satir
     string "UZAKLASIYOR    " w-sayi-ed
            delimited by size into sahipkul-rapor-satir
     write sahipkul-rapor-satir
     move w-sayac-durgun to w-sayi-ed
     move spaces to sahipkul-rapor-satir
     string "DURGUN         " w-sayi-ed
            delimited by size into sahipkul-rapor-satir
     write sahipkul-rapor-satir
     .

 arama-listesi.
     move spaces to sahipkul-rapor-satir
     write sahipkul-rapor-satir
     string "DURGUN SAHIPLER - UYE HIZMETLERI ARAMA LISTESI "
            "(* = henuz gecikmis borcu yok, once aranir)"
            delimited by size into sahipkul-rapor-satir
     write sahipkul-rapor-satir
     move all "-" to sahipkul-rapor-satir
     write sahipkul-rapor-satir
     perform durgun-yaz
             varying w-dg-ix from 1 by 1
             until w-dg-ix > w-dg-adet
     if w-sayac-durgun > w-dg-adet
        move spaces to sahipkul-rapor-satir
        string "(liste ilk 500 durgun sozlesmeyle sinirlidir)"
               delimited by size into sahipkul-rapor-satir
        write sahipkul-rapor-satir
     end-if
     .

 durgun-yaz.
     move w-dg-gecikmis (w-dg-ix) to w-tutar-ed
     move spaces to sahipkul-rapor-satir
     if w-dg-gecikmis (w-dg-ix) <= 0
        move "*" to sahipkul-rapor-satir (1:1)
     end-if
     string w-dg-devremulk-no (w-dg-ix) " "
            w-dg-sahip-no (w-dg-ix) " "
            w-dg-adi (w-dg-ix) " "
            w-dg-mail (w-dg-ix) " "
            w-dg-ardisik (w-dg-ix) " YIL " w-tutar-ed
            delimited by size into sahipkul-rapor-satir (3:158)
     write sahipkul-rapor-satir
     .
