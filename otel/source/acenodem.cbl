*> acenodem.cbl
*> Tur operatoru odeme bildirimi (remittance advice) aktarimi ve
*> voucher bazinda dagitim. Buyuk operatorler haftada bir toplu
*> odeme yapip kapsadigi voucher'lari bir bildirimle gonderiyor;
*> bankekst toplu tutari bulup cari bakiyeye isliyor ama tutarin
*> FATURA / CARIACIK acik kalemlerine dagitilmasi voucher voucher
*> elle yapiliyordu. Bu program bildirim dosyasini (acenodem.csv)
*> okur:
*>   H;acenta;odeme-tarihi(yyyymmdd);toplam;banka-referansi
*>   D;voucher;tutar
*> (bir dosyada birden cok H blogu olabilir; D satirlari ustteki H'ye
*> aittir). Her voucher REZ'de acenta + rez-voucher ile bulunur (ayni
*> voucher'a birden cok oda olabilir), REZ'in faturalari fat-REZ-ANAH
*> ile, faturanin acik kalemi cari kodu = acenta olan CARIACIK'ta
*> crac-FATURA-NO ile bulunur. Odenen tutar voucher'in acik
*> kalemlerine eski faturadan baslanarak dagitilir:
*>   - tam      : odenen = acik tutar, kalemler kapanir,
*>   - eksik    : odenen < acik, kalan acik kalir,
*>   - fazla    : odenen > acik (ya da fatura zaten kapali), kalemler
*>                kapanir, artan tutar carinin alacak bakiyesinde
*>                kalir,
*>   - bilinmiyor: voucher REZ'de yok ya da faturasi kesilmemis;
*>                tutar dagitilmaz.
*> cari-BAKIYE'ye dokunulmaz - toplu tahsilati bankekst zaten
*> islemistir; blok toplami bankekst'in EKSTHRK satiriyla (tarih +
*> tutar + referans) karsilastirilir, bulunamazsa uyarilir.
*>   - lk-mod-simulasyon: hicbir sey yazilmaz, istisna listesi basilir,
*>   - lk-mod-uygula: kalemler kapatilir; her satir ACNODM'a yazilir,
*>     ayni bildirim satiri ikinci aktarimda atlanir.
*> Operator bazli istisna listesi (eksik / fazla / bilinmiyor
*> voucher'lar) acenodem.txt'ye yazilir; fark takibi voucher
*> duzeyinde buradan yurur.
program-id. acenodem is initial program.
environment division.
input-output section.
file-control.
     copy "rez.sel.cpy".

     copy "fatura.sel.cpy".

     copy "cariacik.sel.cpy".

     copy "acnodm.sel.cpy".

     select eksthrk assign to random
            eksthrk-dosya
            organization indexed
            access mode is dynamic
            record key is eks-anah
            file status is fs-eksthrk.

     select acenodem-giris assign to random
            acenodem-giris-dosya
            organization line sequential
            file status is fs-giris.

     select acenodem-rapor assign to random
            acenodem-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "rez.lib.cpy".

 copy "fatura.lib.cpy".

 copy "cariacik.lib.cpy".

 copy "acnodm.lib.cpy".

*> bankekst'in islenmis ekstre satirlari (duzen bankekst.cbl ile
*> aynidir)
fd  eksthrk.
01  eks-rec.
    02  eks-anah.
        03  eks-tarih            pic 9(08).
        03  eks-tutar            pic 9(11)v99.
        03  eks-referans         pic x(20).
    02  eks-cari-kodu            pic x(10).
    02  eks-islem-tarihi         pic 9(08).

fd  acenodem-giris.
01  giris-satir                  pic x(200).

fd  acenodem-rapor.
01  acenodem-rapor-satir         pic x(132).

working-storage section.
01  rez-dosya                    pic x(200) value "rez.dat".
01  fatura-dosya                 pic x(200) value "fatura.dat".
01  cariacik-dosya               pic x(200) value "cariacik.dat".
01  acnodm-dosya                 pic x(200) value "acnodm.dat".
01  eksthrk-dosya                pic x(200) value "eksthrk.dat".
01  acenodem-giris-dosya         pic x(200) value "acenodem.csv".
01  acenodem-rapor-dosya         pic x(200) value "acenodem.txt".
01  fs-rez                       pic xx.
01  fs-fatura                    pic xx.
01  fs-cariacik                  pic xx.
01  fs-acnodm                    pic xx.
01  fs-eksthrk                   pic xx.
01  fs-giris                     pic xx.

01  w-bugun                      pic 9(08).

*> cozulen satir
01  w-s-tip                      pic x(01).
01  w-s-alan1                    pic x(30).
01  w-s-alan2                    pic x(20).
01  w-s-alan3                    pic x(20).
01  w-s-alan4                    pic x(20).

*> bildirim bloklari (H satirlari)
01  w-blok-tablosu.
    02  w-blok occurs 50 times.
        03  w-blk-acenta         pic x(04).
        03  w-blk-tarih          pic 9(08).
        03  w-blk-toplam         pic s9(11)v99.
        03  w-blk-referans       pic x(20).
        03  w-blk-satir-toplam   pic s9(11)v99.
        03  w-blk-satir-sayisi   pic 9(05).
01  w-blok-sayisi                pic 9(02).
01  w-blok-ix                    pic 9(02).

*> voucher satirlari: acenta + voucher sirali tutulur (ekleme
*> sirasinda yerine yerlestirilir), REZ taramasinda SEARCH ALL ile
*> bulunur
01  w-sat-sayisi                 pic 9(04) value 0.
01  w-sat-tablosu.
    02  w-sat occurs 1 to 3000 times
            depending on w-sat-sayisi
            ascending key is w-sat-anah
            indexed by w-sat-ix.
        03  w-sat-anah.
            04  w-sat-acenta     pic x(04).
            04  w-sat-voucher    pic x(30).
        03  w-sat-blok           pic 9(02).
        03  w-sat-tutar          pic s9(11)v99.
        03  w-sat-rez-sayisi     pic 9(02).
        03  w-sat-rez-no occurs 5 times pic 9(08).
01  w-sat-jx                     pic 9(04).
01  w-sat-kx                     pic 9(04).
01  w-sat-yer                    pic 9(04).
01  w-yeni-anah.
    02  w-yeni-acenta            pic x(04).
    02  w-yeni-voucher           pic x(30).
01  w-tasti                      pic x(01).
01  w-eksthrk-acik               pic x(01).
01  w-yer-tamam                  pic x(01).

*> blogun carisinin acik kalemleri (crac-anah sirasi = eski kalem
*> once)
01  w-kalem-tablosu.
    02  w-kalem occurs 3000 times.
        03  w-klm-sira           pic 9(06).
        03  w-klm-fatura-no      pic 9(10).
        03  w-klm-tutar          pic s9(11)v99.
        03  w-klm-odenen         pic s9(11)v99.
        03  w-klm-voucher-payi   pic x(01).
01  w-kalem-sayisi               pic 9(04).
01  w-kalem-ix                   pic 9(04).

*> bir voucher'in dagitimi
01  w-rez-ix                     pic 9(02).
01  w-fatura-var                 pic x(01).
01  w-acik-toplam                pic s9(11)v99.
01  w-kalan-odeme                pic s9(11)v99.
01  w-kapatilacak                pic s9(11)v99.
01  w-kalem-kalan                pic s9(11)v99.
01  w-uygulanan                  pic s9(11)v99.
01  w-sonuc                      pic x(01).
01  w-fark                       pic s9(11)v99.
01  w-aciklama                   pic x(30).

01  w-tam-sayisi                 pic 9(05).
01  w-eksik-sayisi               pic 9(05).
01  w-fazla-sayisi               pic 9(05).
01  w-bilinmeyen-sayisi          pic 9(05).
01  w-atlanan-sayisi             pic 9(05).
01  w-eksik-toplam               pic s9(11)v99.
01  w-fazla-toplam               pic s9(11)v99.
01  w-bilinmeyen-toplam          pic s9(11)v99.
01  w-tutar-ed                   pic z(10)9,99-.
01  w-tutar-ed2                  pic z(10)9,99-.
01  w-tutar-ed3                  pic z(10)9,99-.
01  w-sayi-ed                    pic z(4)9.

linkage section.
01  acenodem-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-simulasyon        value "S".
        88  lk-mod-uygula            value "U".
*>   bos ise acenodem.csv
    02  lk-dosya-adi             pic x(60).
    02  lk-kllnc-kodu            pic x(10).
    02  lk-istisna-sayisi        pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using acenodem-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move 0 to lk-istisna-sayisi
     if not lk-mod-simulasyon and not lk-mod-uygula
        set lk-sonuc-hata to true
        goback
     end-if
     if lk-dosya-adi not = spaces
        move lk-dosya-adi to acenodem-giris-dosya
     end-if
     move 0 to w-blok-sayisi w-sat-sayisi
     move 0 to w-tam-sayisi w-eksik-sayisi w-fazla-sayisi
               w-bilinmeyen-sayisi w-atlanan-sayisi
               w-eksik-toplam w-fazla-toplam w-bilinmeyen-toplam
     move "H" to w-tasti
     open output acenodem-rapor
     perform dosya-oku
     if w-blok-sayisi = 0
        move spaces to acenodem-rapor-satir
        string "ODEME BILDIRIMI OKUNAMADI: " acenodem-giris-dosya
               delimited by size into acenodem-rapor-satir
        write acenodem-rapor-satir
        close acenodem-rapor
        set lk-sonuc-hata to true
        goback
     end-if
     open input rez
     open input fatura
     if lk-mod-uygula
        open i-o cariacik
     else
        open input cariacik
     end-if
     open i-o acnodm
     if fs-acnodm = "35"
        close acnodm
        open output acnodm
        close acnodm
        open i-o acnodm
     end-if
     open input eksthrk
     move "H" to w-eksthrk-acik
     if fs-eksthrk = "00"
        move "E" to w-eksthrk-acik
     end-if
     if fs-rez not = "00" or fs-fatura not = "00"
     or fs-cariacik not = "00" or fs-acnodm not = "00"
        close rez fatura cariacik acnodm eksthrk acenodem-rapor
        set lk-sonuc-hata to true
        goback
     end-if
     perform rez-tara-hazirla
     perform blok-isle
             varying w-blok-ix from 1 by 1
             until w-blok-ix > w-blok-sayisi
     perform genel-ozet
     compute lk-istisna-sayisi = w-eksik-sayisi + w-fazla-sayisi
                               + w-bilinmeyen-sayisi
     close rez fatura cariacik acnodm eksthrk acenodem-rapor
     goback.

*> ---------------------------------------------------------------
*> bildirim dosyasi
*> ---------------------------------------------------------------
 dosya-oku.
     open input acenodem-giris
     if fs-giris not = "00"
        exit paragraph
     end-if
     perform giris-satiri
             until fs-giris not = "00"
     close acenodem-giris
     if w-tasti = "E"
        move spaces to acenodem-rapor-satir
        string "UYARI: BILDIRIM TABLOSU DOLDU (50 BLOK / 3000 "
               "VOUCHER) - FAZLA SATIRLAR ISLENMEDI"
               delimited by size into acenodem-rapor-satir
        write acenodem-rapor-satir
     end-if
     .

 giris-satiri.
     read acenodem-giris
          at end move "10" to fs-giris
     end-read
     if fs-giris not = "00"
     or giris-satir = spaces
        exit paragraph
     end-if
     move spaces to w-s-tip w-s-alan1 w-s-alan2 w-s-alan3 w-s-alan4
     unstring giris-satir delimited by ";"
              into w-s-tip w-s-alan1 w-s-alan2 w-s-alan3 w-s-alan4
     end-unstring
     evaluate w-s-tip
        when "H"
             perform blok-ekle
        when "D"
             if w-blok-sayisi > 0
                perform voucher-ekle
             end-if
     end-evaluate
     .

 blok-ekle.
     if w-blok-sayisi >= 50
        move "E" to w-tasti
        exit paragraph
     end-if
     add 1 to w-blok-sayisi
     move w-blok-sayisi to w-blok-ix
     initialize w-blok (w-blok-ix)
     move w-s-alan1 (1:4) to w-blk-acenta (w-blok-ix)
     if w-s-alan2 (1:8) is numeric
        move w-s-alan2 (1:8) to w-blk-tarih (w-blok-ix)
     end-if
     inspect w-s-alan3 replacing all "," by "."
     compute w-blk-toplam (w-blok-ix) = function numval (w-s-alan3)
     move w-s-alan4 to w-blk-referans (w-blok-ix)
     .

*> voucher satiri sirali tabloya yerlestirilir; ayni acenta +
*> voucher ikinci kez gelirse tutarlar toplanir.
 voucher-ekle.
     if w-s-alan1 = spaces
        exit paragraph
     end-if
     move w-blk-acenta (w-blok-sayisi) to w-yeni-acenta
     move w-s-alan1                    to w-yeni-voucher
     inspect w-s-alan2 replacing all "," by "."
     add 1 to w-blk-satir-sayisi (w-blok-sayisi)
     compute w-blk-satir-toplam (w-blok-sayisi) =
             w-blk-satir-toplam (w-blok-sayisi)
           + function numval (w-s-alan2)
     move w-sat-sayisi to w-sat-yer
     move "H" to w-yer-tamam
     perform yer-ara
             until w-yer-tamam = "E"
     if w-sat-yer > 0
        if w-sat-anah (w-sat-yer) = w-yeni-anah
           compute w-sat-tutar (w-sat-yer) = w-sat-tutar (w-sat-yer)
                 + function numval (w-s-alan2)
           exit paragraph
        end-if
     end-if
     if w-sat-sayisi >= 3000
        move "E" to w-tasti
        exit paragraph
     end-if
     add 1 to w-sat-sayisi
     move w-sat-sayisi to w-sat-jx
     perform yer-ac
             until w-sat-jx = w-sat-yer + 1
     initialize w-sat (w-sat-jx)
     move w-yeni-anah   to w-sat-anah (w-sat-jx)
     move w-blok-sayisi to w-sat-blok (w-sat-jx)
     compute w-sat-tutar (w-sat-jx) = function numval (w-s-alan2)
     .

 yer-ara.
     if w-sat-yer = 0
        move "E" to w-yer-tamam
     else
        if w-sat-anah (w-sat-yer) not > w-yeni-anah
           move "E" to w-yer-tamam
        else
           subtract 1 from w-sat-yer
        end-if
     end-if
     .

 yer-ac.
     compute w-sat-kx = w-sat-jx - 1
     move w-sat (w-sat-kx) to w-sat (w-sat-jx)
     subtract 1 from w-sat-jx
     .

*> ---------------------------------------------------------------
*> REZ taramasi: voucher -> REZ no
*> ---------------------------------------------------------------
 rez-tara-hazirla.
     if w-sat-sayisi = 0
        exit paragraph
     end-if
     move low-values to rez-anah
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform rez-tara
             until fs-rez = "10"
     .

 rez-tara.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez = "10"
     or rez-voucher = spaces
     or rez-iptal-oldu
        exit paragraph
     end-if
     move rez-acenta  to w-yeni-acenta
     move rez-voucher to w-yeni-voucher
     search all w-sat
        at end continue
        when w-sat-anah (w-sat-ix) = w-yeni-anah
             if w-sat-rez-sayisi (w-sat-ix) < 5
                add 1 to w-sat-rez-sayisi (w-sat-ix)
                move rez-no to w-sat-rez-no (w-sat-ix,
                                w-sat-rez-sayisi (w-sat-ix))
             end-if
     end-search
     .

*> ---------------------------------------------------------------
*> blok (bir operator odemesi)
*> ---------------------------------------------------------------
 blok-isle.
     move spaces to acenodem-rapor-satir
     write acenodem-rapor-satir
     move w-blk-toplam (w-blok-ix)       to w-tutar-ed
     move w-blk-satir-toplam (w-blok-ix) to w-tutar-ed2
     move spaces to acenodem-rapor-satir
     string "OPERATOR " w-blk-acenta (w-blok-ix)
            "  ODEME " w-blk-tarih (w-blok-ix)
            "  REF " w-blk-referans (w-blok-ix)
            "  TOPLAM " w-tutar-ed
            "  SATIRLAR " w-tutar-ed2
            delimited by size into acenodem-rapor-satir
     write acenodem-rapor-satir
     if w-blk-toplam (w-blok-ix) not = w-blk-satir-toplam (w-blok-ix)
        move spaces to acenodem-rapor-satir
        string "  UYARI: BILDIRIM TOPLAMI VOUCHER SATIRLARININ "
               "TOPLAMINA ESIT DEGIL"
               delimited by size into acenodem-rapor-satir
        write acenodem-rapor-satir
     end-if
     perform banka-kontrol
     move all "-" to acenodem-rapor-satir
     write acenodem-rapor-satir
     perform kalemleri-yukle
     perform voucher-isle
             varying w-sat-jx from 1 by 1
             until w-sat-jx > w-sat-sayisi
     .

*> toplu odeme bankekst'ten gecmis mi (tarih + tutar + referans).
 banka-kontrol.
     if w-eksthrk-acik not = "E"
        exit paragraph
     end-if
     move w-blk-tarih (w-blok-ix)    to eks-tarih
     move w-blk-toplam (w-blok-ix)   to eks-tutar
     move w-blk-referans (w-blok-ix) to eks-referans
     read eksthrk
          invalid
              move spaces to acenodem-rapor-satir
              string "  UYARI: TOPLU ODEME BANKA EKSTRESINDE "
                     "ESLESMEMIS (bankekst)"
                     delimited by size into acenodem-rapor-satir
              write acenodem-rapor-satir end-write
     end-read
     .

 kalemleri-yukle.
     move 0 to w-kalem-sayisi
     move w-blk-acenta (w-blok-ix) to crac-cari-kodu
     move low-values               to crac-sira
     start cariacik key is not less than crac-anah
           invalid move "10" to fs-cariacik
     end-start
     perform kalem-oku
             until fs-cariacik = "10"
     .

 kalem-oku.
     read cariacik next record
          at end move "10" to fs-cariacik
     end-read
     if fs-cariacik not = "00" and fs-cariacik not = "02"
        move "10" to fs-cariacik
     end-if
     if fs-cariacik = "10"
        exit paragraph
     end-if
     if crac-cari-kodu not = w-blk-acenta (w-blok-ix)
        move "10" to fs-cariacik
        exit paragraph
     end-if
     if w-kalem-sayisi < 3000
        add 1 to w-kalem-sayisi
        move crac-sira       to w-klm-sira (w-kalem-sayisi)
        move crac-fatura-no  to w-klm-fatura-no (w-kalem-sayisi)
        move crac-tutar      to w-klm-tutar (w-kalem-sayisi)
        move crac-odenen     to w-klm-odenen (w-kalem-sayisi)
     end-if
     .

*> blogun voucher satirlari tek tek.
 voucher-isle.
     if w-sat-blok (w-sat-jx) not = w-blok-ix
        exit paragraph
     end-if
     move w-blk-acenta (w-blok-ix)   to aod-acenta
     move w-blk-referans (w-blok-ix) to aod-referans
     move w-sat-voucher (w-sat-jx)   to aod-voucher
     read acnodm
          invalid continue
          not invalid
              add 1 to w-atlanan-sayisi
              move spaces to acenodem-rapor-satir
              string "  ATLANDI  " w-sat-voucher (w-sat-jx)
                     " (BU BILDIRIMLE DAHA ONCE DAGITILDI)"
                     delimited by size into acenodem-rapor-satir
              write acenodem-rapor-satir end-write
              exit paragraph
     end-read
     perform voucher-kalemleri-isaretle
     perform voucher-dagit
     perform voucher-sonuc-yaz
     .

*> voucher'in REZ'lerinin faturalarina ait kalemler isaretlenir.
 voucher-kalemleri-isaretle.
     move "H" to w-fatura-var
     move 0 to w-acik-toplam
     perform kalem-isaret-sil
             varying w-kalem-ix from 1 by 1
             until w-kalem-ix > w-kalem-sayisi
     perform rez-faturalari
             varying w-rez-ix from 1 by 1
             until w-rez-ix > w-sat-rez-sayisi (w-sat-jx)
     .

 kalem-isaret-sil.
     move "H" to w-klm-voucher-payi (w-kalem-ix)
     .

 rez-faturalari.
     move w-sat-rez-no (w-sat-jx, w-rez-ix) to fat-rez-anah
     start fatura key is not less than fat-rez-anah
           invalid move "10" to fs-fatura
     end-start
     perform rez-faturasi-oku
             until fs-fatura = "10"
     .

 rez-faturasi-oku.
     read fatura next record
          at end move "10" to fs-fatura
     end-read
     if fs-fatura not = "00" and fs-fatura not = "02"
        move "10" to fs-fatura
     end-if
     if fs-fatura = "10"
        exit paragraph
     end-if
     if fat-rez-anah not = w-sat-rez-no (w-sat-jx, w-rez-ix)
        move "10" to fs-fatura
        exit paragraph
     end-if
     move "E" to w-fatura-var
     perform fatura-kalemi-bul
             varying w-kalem-ix from 1 by 1
             until w-kalem-ix > w-kalem-sayisi
     .

 fatura-kalemi-bul.
     if w-klm-fatura-no (w-kalem-ix) = fat-anah
     and w-klm-voucher-payi (w-kalem-ix) = "H"
        move "E" to w-klm-voucher-payi (w-kalem-ix)
        compute w-acik-toplam = w-acik-toplam
              + w-klm-tutar (w-kalem-ix) - w-klm-odenen (w-kalem-ix)
     end-if
     .

*> odenen tutar isaretli kalemlere eski kalemden baslanarak dagitilir.
 voucher-dagit.
     move w-sat-tutar (w-sat-jx) to w-kalan-odeme
     move 0 to w-uygulanan
     perform kalem-kapat
             varying w-kalem-ix from 1 by 1
             until w-kalem-ix > w-kalem-sayisi
                or w-kalan-odeme <= 0
     evaluate true
        when w-sat-rez-sayisi (w-sat-jx) = 0
             move "B" to w-sonuc
             move "VOUCHER REZ'DE YOK" to w-aciklama
        when w-fatura-var = "H"
             move "B" to w-sonuc
             move "FATURA KESILMEMIS" to w-aciklama
        when w-sat-tutar (w-sat-jx) = w-acik-toplam
             move "T" to w-sonuc
             move spaces to w-aciklama
        when w-sat-tutar (w-sat-jx) < w-acik-toplam
             move "E" to w-sonuc
             move "EKSIK ODEME" to w-aciklama
        when other
             move "F" to w-sonuc
             if w-acik-toplam = 0
                move "FATURA ZATEN KAPALI" to w-aciklama
             else
                move "FAZLA ODEME" to w-aciklama
             end-if
     end-evaluate
     compute w-fark = w-sat-tutar (w-sat-jx) - w-acik-toplam
     .

 kalem-kapat.
     if w-klm-voucher-payi (w-kalem-ix) not = "E"
        exit paragraph
     end-if
     compute w-kalem-kalan = w-klm-tutar (w-kalem-ix)
                           - w-klm-odenen (w-kalem-ix)
     if w-kalem-kalan <= 0
        exit paragraph
     end-if
     if w-kalan-odeme >= w-kalem-kalan
        move w-kalem-kalan to w-kapatilacak
     else
        move w-kalan-odeme to w-kapatilacak
     end-if
     add w-kapatilacak to w-klm-odenen (w-kalem-ix)
     subtract w-kapatilacak from w-kalan-odeme
     add w-kapatilacak to w-uygulanan
     if lk-mod-uygula
        move w-blk-acenta (w-blok-ix) to crac-cari-kodu
        move w-klm-sira (w-kalem-ix)  to crac-sira
        read cariacik
             invalid continue
             not invalid
                 add w-kapatilacak to crac-odenen
                 if crac-odenen >= crac-tutar
                    set crac-kapandi to true
                 end-if
                 rewrite crac-rec invalid continue end-rewrite
        end-read
     end-if
     .

 voucher-sonuc-yaz.
     evaluate w-sonuc
        when "T"
             add 1 to w-tam-sayisi
        when "E"
             add 1 to w-eksik-sayisi
             subtract w-fark from w-eksik-toplam
        when "F"
             add 1 to w-fazla-sayisi
             add w-fark to w-fazla-toplam
        when other
             add 1 to w-bilinmeyen-sayisi
             add w-sat-tutar (w-sat-jx) to w-bilinmeyen-toplam
     end-evaluate
     if w-sonuc not = "T"
        move w-sat-tutar (w-sat-jx) to w-tutar-ed
        move w-acik-toplam          to w-tutar-ed2
        move w-fark                 to w-tutar-ed3
        move spaces to acenodem-rapor-satir
        string "  " w-sat-voucher (w-sat-jx) " ODENEN " w-tutar-ed
               " ACIK " w-tutar-ed2 " FARK " w-tutar-ed3
               " " w-aciklama
               delimited by size into acenodem-rapor-satir
        write acenodem-rapor-satir
     end-if
     if lk-mod-uygula
        initialize aod-rec
        move w-blk-acenta (w-blok-ix)   to aod-acenta
        move w-blk-referans (w-blok-ix) to aod-referans
        move w-sat-voucher (w-sat-jx)   to aod-voucher
        move w-blk-tarih (w-blok-ix)    to aod-odeme-tarih
        move w-sat-tutar (w-sat-jx)     to aod-tutar
        move w-acik-toplam              to aod-acik-tutar
        move w-uygulanan                to aod-uygulanan
        move w-sat-rez-no (w-sat-jx, 1) to aod-rez-no
        move w-sat-rez-sayisi (w-sat-jx) to aod-rez-sayisi
        move w-sonuc                    to aod-sonuc
        move w-bugun                    to aod-islem-tarih
        move lk-kllnc-kodu              to aod-kllnc
        write aod-rec invalid continue end-write
     end-if
     .

 genel-ozet.
     move spaces to acenodem-rapor-satir
     write acenodem-rapor-satir
     move all "=" to acenodem-rapor-satir
     write acenodem-rapor-satir
     move spaces to acenodem-rapor-satir
     if lk-mod-uygula
        string "ODEME BILDIRIMI DAGITIMI - UYGULANDI " w-bugun
               delimited by size into acenodem-rapor-satir
     else
        string "ODEME BILDIRIMI DAGITIMI - SIMULASYON (YAZILMADI) "
               w-bugun
               delimited by size into acenodem-rapor-satir
     end-if
     write acenodem-rapor-satir
     move spaces to acenodem-rapor-satir
     move w-tam-sayisi to w-sayi-ed
     string "TAM       " w-sayi-ed
            delimited by size into acenodem-rapor-satir
     write acenodem-rapor-satir
     move w-eksik-sayisi to w-sayi-ed
     move w-eksik-toplam to w-tutar-ed
     move spaces to acenodem-rapor-satir
     string "EKSIK     " w-sayi-ed "  " w-tutar-ed
            delimited by size into acenodem-rapor-satir
     write acenodem-rapor-satir
     move w-fazla-sayisi to w-sayi-ed
     move w-fazla-toplam to w-tutar-ed
     move spaces to acenodem-rapor-satir
     string "FAZLA     " w-sayi-ed "  " w-tutar-ed
            delimited by size into acenodem-rapor-satir
     write acenodem-rapor-satir
     move w-bilinmeyen-sayisi to w-sayi-ed
     move w-bilinmeyen-toplam to w-tutar-ed
     move spaces to acenodem-rapor-satir
     string "BILINMIYOR" w-sayi-ed "  " w-tutar-ed
            delimited by size into acenodem-rapor-satir
     write acenodem-rapor-satir
     move w-atlanan-sayisi to w-sayi-ed
     move spaces to acenodem-rapor-satir
     string "ATLANAN   " w-sayi-ed
            delimited by size into acenodem-rapor-satir
     write acenodem-rapor-satir
     .
