*> refkredi.cbl
*> Sahip referans programi ve aidat kredisi. En iyi adaylarimiz
*> mevcut sahiplerden geliyor ama referans hicbir yere kaydedilmiyor;
*> odullendiremedigimiz icin sahipler referans vermeyi birakiyordu.
*> Bu program REFERANS dosyasini isletir:
*>   - lk-mod-kayit: sahip (lk-sahip-no) bir aday bildirir; aday
*>     leadtur ile "REF" kaynak kodlu LEAD olarak acilir ve LEAD
*>     kaydina referans veren sahip yazilir,
*>   - lk-mod-gece: acik referanslar taranir. Adayin LEAD'i satisla
*>     kapanmis (lead-kontrat-no, primstok kalibi) ve kontratin
*>     SOZHRK'da satis hareketi varsa: SOZTAR'da cayildiysa ya da
*>     satis iptal edildiyse referans kaybedilir; cayma suresi
*>     bitmis (kesinlesmis) ise kredi hak edilir (refkredi.prm
*>     KREDI, varsayilan 100,00). Hak edilen kredi sahibin vadesi
*>     bugun ya da sonra olan siradaki acik DONEM-AIDAT aidatina
*>     odenen tutar olarak islenir (aidat kapanirsa artan kredi bir
*>     sonraki aidata gecer); henuz tahakkuk etmis aidat yoksa kredi
*>     bekler ve her gece yeniden denenir. Islenen kredi sahibe
*>     MAILDATA ile bildirilir (mailsend gonderir),
*>   - lk-mod-ekstre: sahibin referans ekstresi refekstr.txt'ye
*>     basilir (aday, durum, satis, kredi ve islendigi aidat),
*>   - lk-mod-rapor: lk-yil (bos ise bu yil) kaydedilen referanslar
*>     icin program maliyet raporu refkredi.txt'ye basilir: referans,
*>     satis, kaybedilen, hak edilen / islenen kredi, satis basina
*>     maliyet.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. refkredi.
environment division.
input-output section.
file-control.
     copy "referans.sel.cpy".

     copy "sozhrk.sel.cpy".

     copy "soztar.sel.cpy".

     copy "donemaid.sel.cpy".

     copy "devmulk.sel.cpy".

     copy "maildata.sel.cpy".

     select lead assign to random
            lead-dosya
            organization indexed
            access mode is dynamic
            record key is lead-no
            file status is fs-lead.

     select refkredi-param assign to random
            refkredi-param-dosya
            organization line sequential
            file status is fs-param.

     select refkredi-rapor assign to random
            refkredi-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "referans.lib.cpy".

 copy "sozhrk.lib.cpy".

 copy "soztar.lib.cpy".

 copy "donemaid.lib.cpy".

 copy "devmulk.lib.cpy".

 copy "maildata.lib.cpy".

*> (duzen leadtur.cbl ile aynidir)
fd  lead.
01  lead-rec.
    02  lead-no                  pic 9(08).
    02  lead-kaynak-kodu         pic x(04).
    02  lead-adi                 pic x(20).
    02  lead-soyadi              pic x(20).
    02  lead-telefon             pic x(15).
    02  lead-danisman            pic x(06).
    02  lead-kayit-tarihi        pic 9(08).
    02  lead-tur-tarihi          pic 9(08).
    02  lead-durum               pic x(01).
        88  lead-acik                value "A".
        88  lead-turlu               value "T".
        88  lead-geldi               value "G".
        88  lead-gelmedi             value "N".
        88  lead-satis               value "S".
    02  lead-kontrat-no          pic 9(08).
    02  lead-referans-sahip      pic 9(08).

fd  refkredi-param.
01  param-satir                  pic x(80).

fd  refkredi-rapor.
01  refkredi-rapor-satir         pic x(132).

working-storage section.
01  referans-dosya               pic x(200) value "referans.dat".
01  sozhrk-dosya                 pic x(200) value "sozhrk.dat".
01  soztar-dosya                 pic x(200) value "soztar.dat".
01  donem-aidat-dosya            pic x(200) value "donem-aidat.dat".
01  devmulk-dosya                pic x(200) value "devmulk.dat".
01  maildata-dosya               pic x(200) value "maildata.dat".
01  lead-dosya                   pic x(200) value "lead.dat".
01  refkredi-param-dosya         pic x(200) value "refkredi.prm".
01  refkredi-rapor-dosya         pic x(200) value "refkredi.txt".
01  fs-referans                  pic xx.
01  fs-sozhrk                    pic xx.
01  fs-soztar                    pic xx.
01  fs-donem-aidat               pic xx.
01  fs-devmulk                   pic xx.
01  fs-maildata                  pic xx.
01  fs-lead                      pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-r redefines w-bugun.
    02  w-bugun-yil              pic 9(04).
    02  filler                   pic 9(04).
01  w-mail-sira                  pic 9(06).
01  w-p-tip                      pic x(10).
01  w-p-deger                    pic x(15).

*> refkredi.prm
01  w-kredi                      pic 9(07)v99.

01  w-satis-tar                  pic 9(08).
01  w-satis-iptal                pic x(01).
01  w-kalan-kredi                pic 9(07)v99.
01  w-aidat-bakiye               pic s9(09)v99.
01  w-uygula                     pic 9(07)v99.
01  w-sahip-mail                 pic x(60).
01  w-islenen                    pic 9(05).

*> maliyet raporu toplamlari
01  w-toplamlar.
    02  w-t-referans             pic 9(05).
    02  w-t-aday                 pic 9(05).
    02  w-t-cayma                pic 9(05).
    02  w-t-satis                pic 9(05).
    02  w-t-kayip                pic 9(05).
    02  w-t-hak                  pic 9(09)v99.
    02  w-t-islenen              pic 9(09)v99.
01  w-satis-basina               pic 9(09)v99.
01  w-sayi-ed                    pic z(4)9.
01  w-tutar-ed                   pic z(8)9,99.

*> leadtur.cbl cagri alani (aday acilisi)
01  w-leadtur-link.
    02  wld-mod                  pic x(01).
    02  wld-lead-no              pic 9(08).
    02  wld-kaynak-kodu          pic x(04).
    02  wld-adi                  pic x(20).
    02  wld-soyadi               pic x(20).
    02  wld-telefon              pic x(15).
    02  wld-danisman             pic x(06).
    02  wld-tur-tarihi           pic 9(08).
    02  wld-tur-sonucu           pic x(01).
    02  wld-kontrat-no           pic 9(08).
    02  wld-sonuc                pic x(01).
        88  wld-sonuc-tamam          value "T".

01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic 9(08) value 0.
    02  filler                   pic x(61) value spaces.
    02  filler                   pic 9(12) value 0.
    02  filler                   pic x(10) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  refkredi-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-gece              value "G".
        88  lk-mod-kayit             value "K".
        88  lk-mod-ekstre            value "E".
        88  lk-mod-rapor             value "R".
*>   referans veren sahip (musteri no)
    02  lk-sahip-no              pic 9(08).
    02  lk-adi                   pic x(20).
    02  lk-soyadi                pic x(20).
    02  lk-telefon               pic x(15).
    02  lk-danisman              pic x(06).
*>   kayit: acilan lead no
    02  lk-lead-no               pic 9(08).
    02  lk-yil                   pic 9(04).
    02  lk-kllnc                 pic x(10).
*>   gece: kredisi islenen referans
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional refkredi-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     if address of refkredi-link = null
        set address of refkredi-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi w-islenen
     if not lk-mod-gece and not lk-mod-kayit
     and not lk-mod-ekstre and not lk-mod-rapor
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     perform param-oku
     open i-o referans
     if fs-referans = "35"
        close referans
        open output referans
        close referans
        open i-o referans
     end-if
     if fs-referans not = "00"
        close referans
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-kayit
             perform referans-kaydet
        when lk-mod-gece
             perform gece-isle
        when lk-mod-ekstre
             perform sahip-ekstresi
        when lk-mod-rapor
             perform maliyet-raporu
     end-evaluate
     close referans
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

 param-oku.
     move 100 to w-kredi
     open input refkredi-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close refkredi-param
     .

 param-satiri.
     read refkredi-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00" or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-deger
     unstring param-satir delimited by ";"
              into w-p-tip w-p-deger
     end-unstring
     if w-p-tip = "KREDI" and w-p-deger not = spaces
        compute w-kredi = function numval (w-p-deger)
     end-if
     .

*> ---------------------------------------------------------------
*> referans kaydi
*> ---------------------------------------------------------------
 referans-kaydet.
     if lk-sahip-no = 0 or lk-adi = spaces
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     initialize w-leadtur-link
     move "K"          to wld-mod
     move "REF"        to wld-kaynak-kodu
     move lk-adi       to wld-adi
     move lk-soyadi    to wld-soyadi
     move lk-telefon   to wld-telefon
     move lk-danisman  to wld-danisman
     call "leadtur" using w-leadtur-link
          on exception continue
     end-call
     if not wld-sonuc-tamam or wld-lead-no = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
*>   lead referans sahibini tasimadan referans kaydi acilmaz
     open i-o lead
     if fs-lead not = "00"
        close lead
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move wld-lead-no to lead-no
     read lead
          invalid set lk-sonuc-hata to true
          not invalid
              move lk-sahip-no to lead-referans-sahip
              rewrite lead-rec
                      invalid set lk-sonuc-hata to true
              end-rewrite
     end-read
     close lead
     if lk-sonuc-hata
        exit paragraph
     end-if
     initialize ref-rec
     move wld-lead-no to ref-lead-no
     move lk-sahip-no to ref-sahip-no
     move w-bugun     to ref-kayit-tar
     move lk-adi      to ref-adi
     move lk-soyadi   to ref-soyadi
     move lk-telefon  to ref-telefon
     set ref-aday to true
     move lk-kllnc    to ref-kllnc
     write ref-rec invalid set lk-sonuc-hata to true
     end-write
     move wld-lead-no to lk-lead-no
     .

*> ---------------------------------------------------------------
*> gece: satis izleme ve kredi
*> ---------------------------------------------------------------
 gece-isle.
     open input lead sozhrk soztar devmulk
     open i-o donem-aidat
     open i-o maildata
     if fs-maildata = "35"
        close maildata
        open output maildata
        close maildata
        open i-o maildata
     end-if
     if fs-lead not = "00" or fs-sozhrk not = "00"
     or fs-soztar not = "00" or fs-devmulk not = "00"
     or fs-donem-aidat not = "00" or fs-maildata not = "00"
        close lead sozhrk soztar devmulk donem-aidat maildata
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform mail-sira-bul
     move low-values to ref-lead-no
     start referans key is not less than ref-lead-no
           invalid move "10" to fs-referans
     end-start
     perform referans-satiri
             until fs-referans = "10"
     move "00" to fs-referans
     close lead sozhrk soztar devmulk donem-aidat maildata
     move w-islenen to lk-sayi
     .

 referans-satiri.
     read referans next record
          at end move "10" to fs-referans
     end-read
     if fs-referans not = "00" and fs-referans not = "02"
        move "10" to fs-referans
     end-if
     if fs-referans = "10"
        exit paragraph
     end-if
     if ref-aday or ref-cayma-suresinde
        perform satis-izle
     end-if
     if ref-kredi-bekliyor
        perform kredi-isle
     end-if
     .

 satis-izle.
     move ref-lead-no to lead-no
     read lead
          invalid exit paragraph
     end-read
     if not lead-satis or lead-kontrat-no = 0
        exit paragraph
     end-if
     move lead-kontrat-no to ref-devremulk-no
     perform sozhrk-satis-bul
     if w-satis-tar = 0
        exit paragraph
     end-if
     move w-satis-tar to ref-satis-tar
     move ref-devremulk-no to szt-devremulk-no
     move high-values      to szt-sira
     start soztar key is less than szt-anah
           invalid continue
     end-start
     read soztar previous record
          at end continue
     end-read
     if fs-soztar not = "00"
     or szt-devremulk-no not = ref-devremulk-no
        initialize szt-rec
     end-if
     evaluate true
        when w-satis-iptal = "E" or szt-cayildi
             set ref-kaybedildi to true
        when szt-kesinlesti
        when szt-cayma-suresinde and szt-cayma-son-tarih > 0
                                 and szt-cayma-son-tarih < w-bugun
             set ref-kredi-bekliyor to true
             move w-kredi to ref-kredi-tutar
             move 0       to ref-uygulanan
             move w-bugun to ref-hak-tar
        when other
             set ref-cayma-suresinde to true
     end-evaluate
     rewrite ref-rec invalid continue end-rewrite
     .

*> kontratin SOZHRK satis hareketi tarihi; iptal hareketi varsa
*> w-satis-iptal "E"
 sozhrk-satis-bul.
     move 0   to w-satis-tar
     move "H" to w-satis-iptal
     move ref-devremulk-no to shk-devremulk-no
     start sozhrk key is = shk-devremulk-anah
           invalid move "10" to fs-sozhrk
     end-start
     perform sozhrk-satiri
             until fs-sozhrk = "10"
     move "00" to fs-sozhrk
     .

 sozhrk-satiri.
     read sozhrk next record
          at end move "10" to fs-sozhrk
     end-read
     if fs-sozhrk not = "00" and fs-sozhrk not = "02"
        move "10" to fs-sozhrk
     end-if
     if fs-sozhrk = "10"
        exit paragraph
     end-if
     if shk-devremulk-no not = ref-devremulk-no
        move "10" to fs-sozhrk
        exit paragraph
     end-if
     evaluate true
        when shk-hareket-satis
             move shk-hareket-tarihi to w-satis-tar
             move "H" to w-satis-iptal
        when shk-hareket-iptal
             move "E" to w-satis-iptal
     end-evaluate
     .

*> kalan kredi, sahibin vadesi bugun ya da sonra olan acik
*> aidatlarina sirayla
 kredi-isle.
     compute w-kalan-kredi = ref-kredi-tutar - ref-uygulanan
     if w-kalan-kredi = 0
        exit paragraph
     end-if
     move ref-sahip-no to dna-musteri-no
     move 0 to dna-donem-no dna-donem-hafta
     start donem-aidat key is not less than dna-anah
           invalid move "10" to fs-donem-aidat
     end-start
     perform aidat-satiri
             until fs-donem-aidat = "10" or w-kalan-kredi = 0
     move "00" to fs-donem-aidat
     if w-kalan-kredi = 0
        set ref-kredi-islendi to true
        move w-bugun to ref-uygulama-tar
        add 1 to w-islenen
        perform sahibe-bildir
     end-if
     rewrite ref-rec invalid continue end-rewrite
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
     if dna-musteri-no not = ref-sahip-no
        move "10" to fs-donem-aidat
        exit paragraph
     end-if
     if not dna-acik or dna-vade-tarih < w-bugun
        exit paragraph
     end-if
     compute w-aidat-bakiye = dna-tutar - dna-odenen-tutar
     if w-aidat-bakiye <= 0
        exit paragraph
     end-if
     if w-aidat-bakiye < w-kalan-kredi
        move w-aidat-bakiye to w-uygula
     else
        move w-kalan-kredi to w-uygula
     end-if
     add w-uygula to dna-odenen-tutar ref-uygulanan
     subtract w-uygula from w-kalan-kredi
     if dna-odenen-tutar >= dna-tutar
        set dna-kapandi to true
     end-if
     rewrite dna-rec invalid continue end-rewrite
     move dna-donem-no    to ref-dna-donem-no
     move dna-donem-hafta to ref-dna-donem-hafta
     .

*> sahibin e-posta adresi DEVMULK'tan (sahip no ile ilk unite)
 sahip-maili-bul.
     move spaces to w-sahip-mail
     move low-values to dvm-rec
     start devmulk key is not less than dvm-devremulk-no
           invalid move "10" to fs-devmulk
     end-start
     perform sahip-maili-ara
             until fs-devmulk = "10" or w-sahip-mail not = spaces
     move "00" to fs-devmulk
     .

 sahip-maili-ara.
     read devmulk next record
          at end move "10" to fs-devmulk
     end-read
     if fs-devmulk not = "00" and fs-devmulk not = "02"
        move "10" to fs-devmulk
     end-if
     if fs-devmulk = "10"
        exit paragraph
     end-if
     if dvm-sahip-no = ref-sahip-no and dvm-sahip-mail not = spaces
        move dvm-sahip-mail to w-sahip-mail
     end-if
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

 sahibe-bildir.
     perform sahip-maili-bul
     if w-sahip-mail = spaces
        exit paragraph
     end-if
     move ref-kredi-tutar to w-tutar-ed
     initialize maildata-rec
     move w-bugun     to maildata-tarih
     add 1 to w-mail-sira
     move w-mail-sira to maildata-sira
     move "refkredi"  to maildata-kaynak-program
     move w-sahip-mail to maildata-alici
     string "REFERANS KREDINIZ " w-tutar-ed " AIDATINIZA ISLENDI - "
            ref-adi delimited by "  " " " ref-soyadi
            delimited by size into maildata-konu
     set maildata-beklemede to true
     write maildata-rec invalid continue end-write
     .

*> ---------------------------------------------------------------
*> sahip ekstresi
*> ---------------------------------------------------------------
 sahip-ekstresi.
     move "refekstr.txt" to refkredi-rapor-dosya
     open output refkredi-rapor
     move spaces to refkredi-rapor-satir
     string "REFERANS EKSTRESI - SAHIP " lk-sahip-no
            "   (" w-bugun ")"
            delimited by size into refkredi-rapor-satir
     write refkredi-rapor-satir
     move all "-" to refkredi-rapor-satir
     write refkredi-rapor-satir
     move spaces to refkredi-rapor-satir
     string "LEAD NO  KAYIT    ADAY                           D "
            "KONTRAT  SATIS        KREDI    ISLENEN AIDAT"
            delimited by size into refkredi-rapor-satir
     write refkredi-rapor-satir
     initialize w-toplamlar
     move lk-sahip-no to ref-sahip-no
     start referans key is = ref-sahip-no
           invalid move "10" to fs-referans
     end-start
     perform ekstre-satiri
             until fs-referans = "10"
     move "00" to fs-referans
     move spaces to refkredi-rapor-satir
     write refkredi-rapor-satir
     move w-t-referans to w-sayi-ed
     move w-t-islenen to w-tutar-ed
     move spaces to refkredi-rapor-satir
     string "REFERANS " w-sayi-ed "   ISLENEN KREDI " w-tutar-ed
            delimited by size into refkredi-rapor-satir
     write refkredi-rapor-satir
     close refkredi-rapor
     .

 ekstre-satiri.
     read referans next record
          at end move "10" to fs-referans
     end-read
     if fs-referans not = "00" and fs-referans not = "02"
        move "10" to fs-referans
     end-if
     if fs-referans = "10"
        exit paragraph
     end-if
     if ref-sahip-no not = lk-sahip-no
        move "10" to fs-referans
        exit paragraph
     end-if
     add 1 to w-t-referans
     add ref-uygulanan to w-t-islenen
     move spaces to refkredi-rapor-satir
     move ref-lead-no to refkredi-rapor-satir (1:8)
     move ref-kayit-tar to refkredi-rapor-satir (10:8)
     string ref-adi delimited by "  " " " ref-soyadi
            delimited by size into refkredi-rapor-satir (19:30)
     move ref-durum to refkredi-rapor-satir (50:1)
     if ref-devremulk-no > 0
        move ref-devremulk-no to refkredi-rapor-satir (52:8)
     end-if
     if ref-satis-tar > 0
        move ref-satis-tar to refkredi-rapor-satir (61:8)
     end-if
     move ref-kredi-tutar to w-tutar-ed
     move w-tutar-ed to refkredi-rapor-satir (70:12)
     move ref-uygulanan to w-tutar-ed
     move w-tutar-ed to refkredi-rapor-satir (83:12)
     if ref-uygulanan > 0
        string ref-dna-donem-no "/" ref-dna-donem-hafta
               delimited by size into refkredi-rapor-satir (96:7)
     end-if
     write refkredi-rapor-satir
     .

*> ---------------------------------------------------------------
*> program maliyet raporu
*> ---------------------------------------------------------------
 maliyet-raporu.
     if lk-yil = 0
        move w-bugun-yil to lk-yil
     end-if
     move "refkredi.txt" to refkredi-rapor-dosya
     initialize w-toplamlar
     move low-values to ref-lead-no
     start referans key is not less than ref-lead-no
           invalid move "10" to fs-referans
     end-start
     perform maliyet-satiri
             until fs-referans = "10"
     move "00" to fs-referans
     open output refkredi-rapor
     move spaces to refkredi-rapor-satir
     string "SAHIP REFERANS PROGRAMI MALIYET RAPORU - " lk-yil
            "   (" w-bugun ")"
            delimited by size into refkredi-rapor-satir
     write refkredi-rapor-satir
     move all "-" to refkredi-rapor-satir
     write refkredi-rapor-satir
     move w-t-referans to w-sayi-ed
     move spaces to refkredi-rapor-satir
     string "KAYDEDILEN REFERANS       " w-sayi-ed
            delimited by size into refkredi-rapor-satir
     write refkredi-rapor-satir
     move w-t-aday to w-sayi-ed
     move spaces to refkredi-rapor-satir
     string "  ACIK ADAY               " w-sayi-ed
            delimited by size into refkredi-rapor-satir
     write refkredi-rapor-satir
     move w-t-cayma to w-sayi-ed
     move spaces to refkredi-rapor-satir
     string "  CAYMA SURESINDE SATIS   " w-sayi-ed
            delimited by size into refkredi-rapor-satir
     write refkredi-rapor-satir
     move w-t-satis to w-sayi-ed
     move spaces to refkredi-rapor-satir
     string "  KESIN SATIS             " w-sayi-ed
            delimited by size into refkredi-rapor-satir
     write refkredi-rapor-satir
     move w-t-kayip to w-sayi-ed
     move spaces to refkredi-rapor-satir
     string "  KAYBEDILEN / CAYILAN    " w-sayi-ed
            delimited by size into refkredi-rapor-satir
     write refkredi-rapor-satir
     move w-t-hak to w-tutar-ed
     move spaces to refkredi-rapor-satir
     string "HAK EDILEN KREDI          " w-tutar-ed
            delimited by size into refkredi-rapor-satir
     write refkredi-rapor-satir
     move w-t-islenen to w-tutar-ed
     move spaces to refkredi-rapor-satir
     string "AIDATA ISLENEN KREDI      " w-tutar-ed
            delimited by size into refkredi-rapor-satir
     write refkredi-rapor-satir
     move 0 to w-satis-basina
     if w-t-satis > 0
        compute w-satis-basina rounded = w-t-hak / w-t-satis
     end-if
     move w-satis-basina to w-tutar-ed
     move spaces to refkredi-rapor-satir
     string "KESIN SATIS BASINA MALIYET" w-tutar-ed
            delimited by size into refkredi-rapor-satir
     write refkredi-rapor-satir
     close refkredi-rapor
     .

 maliyet-satiri.
     read referans next record
          at end move "10" to fs-referans
     end-read
     if fs-referans not = "00" and fs-referans not = "02"
        move "10" to fs-referans
     end-if
     if fs-referans = "10"
        exit paragraph
     end-if
     if ref-kayit-tar (1:4) not = lk-yil
        exit paragraph
     end-if
     add 1 to w-t-referans
     evaluate true
        when ref-aday             add 1 to w-t-aday
        when ref-cayma-suresinde  add 1 to w-t-cayma
        when ref-kaybedildi       add 1 to w-t-kayip
        when other
             add 1 to w-t-satis
             add ref-kredi-tutar to w-t-hak
             add ref-uygulanan   to w-t-islenen
     end-evaluate
     .
