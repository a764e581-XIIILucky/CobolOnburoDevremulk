*> iadekuy.cbl
*> Iptal edilen rezervasyonun on odeme iadesi kuyrugu. Direkt
*> misafir iptal ettiginde iptceza cezayi hesapliyor, ama kalan
*> on odemenin geri odenmesi rezervasyon ile muhasebe arasinda
*> e-posta ile yurutuluyordu; ayni iade iki kez odendi, bazilari
*> unutuldu. Kuyruk IADEKUY'da rezervasyon + doviz sirasi ile
*> tutulur:
*>   - lk-mod-kuyruk: DEPOZIT'te acik (iade edilmemis) satiri olan
*>     iptal rezervasyonlar kuyruga alinir (doviz basina bir
*>     satir; kuyrukta vazgecilmemis satiri olan tekrar alinmaz).
*>     Ceza IPTHRK'daki uygulanan cezalarin affedilenler dusulmus
*>     TL toplamidir; dovizli depozitoda depozitonun kuruyla
*>     dovize cevrilir. Iade = depozito - ceza (eksi ise 0 -
*>     satir "iadesiz" kapanir),
*>   - lk-mod-kanal: iade kanali girilir (K odenen karta - kart
*>     provizyon referansi, B banka havalesi - IBAN ve alici, N
*>     nakit). IBAN uzunluk ve mod-97 kontrol basamagiyla
*>     dogrulanir; satir onay bekler,
*>   - lk-mod-onay: kanali giren kullanicidan FARKLI bir kullanici
*>     onaylar. Onayda DEPOZIT yeniden okunur; satirin dovizinde
*>     acik depozito iade tutarini karsilamiyorsa (baska yoldan
*>     iade edilmis) onay reddedilir,
*>   - lk-mod-vazgec: satir kuyruktan cikarilir (not zorunlu),
*>   - lk-mod-talimat: onayli banka havaleleri iadebank.txt banka
*>     odeme talimat dosyasina yazilir (satir: IBAN;alici;tutar;
*>     doviz;aciklama), satirlar "talimatta" olur,
*>   - lk-mod-odendi: odeme referansiyla iade kapanir; satirin
*>     dovizindeki acik DEPOZIT satirlari "iade edildi" isaretlenir
*>     - ayni depozito ikinci kez kuyruga da onaya da giremez,
*>   - lk-mod-rapor: kuyruk durum dokumu ve DEPOZIT mutabakati
*>     (iadekuy.txt): odendigi halde depozitosu acik duran satir,
*>     onayli/talimattaki satirin depozitosunun baska yoldan iade
*>     edilmesi (cift iade riski) ve kuyruk disinda iade edilmis
*>     iptal rezervasyon depozitolari,
*>   - lk-mod-gece (gecedrv varsayilani): kuyruk + rapor.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. iadekuy.
environment division.
input-output section.
file-control.
     copy "iadekuy.sel.cpy".

     copy "rez.sel.cpy".

     select depozit assign to random
            depozit-dosya
            organization indexed
            access mode is dynamic
            record key is dpz-anah
            file status is fs-depozit.

     select ipthrk assign to random
            ipthrk-dosya
            organization indexed
            access mode is dynamic
            record key is ipthrk-anah
            file status is fs-ipthrk.

     select iadekuy-rapor assign to random
            iadekuy-rapor-dosya
            organization line sequential.

     select iade-talimat assign to random
            iade-talimat-dosya
            organization line sequential
            file status is fs-talimat.

data division.
file section.
 copy "iadekuy.lib.cpy".

 copy "rez.lib.cpy".

*> depozito satirlari (duzen depokurrp.cbl ile aynidir)
fd  depozit.
01  dpz-rec.
    02  dpz-anah.
        03  dpz-rez-no            pic 9(08).
        03  dpz-sira              pic 9(03).
    02  dpz-tarih                 pic 9(08).
    02  dpz-doviz-cinsi           pic x(03).
    02  dpz-tutar                 pic s9(10)v99 comp-3.
    02  dpz-kur-orani             pic 9(04)v9999 comp-3.
    02  dpz-tl-tutar              pic s9(10)v99 comp-3.
    02  dpz-durum                 pic x(01).
        88  dpz-acik                 value "A".
        88  dpz-iade-edildi           value "I".
    02  dpz-iade-tarih            pic 9(08).

*> iptal cezasi hareketleri (duzen iptceza.cbl ile aynidir)
fd  ipthrk.
01  ipthrk-rec.
    02  ipthrk-anah.
        03  ipthrk-tarih         pic 9(08).
        03  ipthrk-saat          pic 9(06).
        03  ipthrk-rez-no        pic 9(08).
    02  ipthrk-acenta            pic x(10).
    02  ipthrk-islem             pic x(01).
        88  ipthrk-uygulandi         value "U".
        88  ipthrk-affedildi         value "A".
    02  ipthrk-ceza-tutari       pic 9(10)v99 comp-3.
    02  ipthrk-affedilen         pic 9(10)v99 comp-3.
    02  ipthrk-sebep             pic x(40).
    02  ipthrk-kllnc             pic x(10).
    02  ipthrk-onay-kllnc        pic x(10).

fd  iadekuy-rapor.
01  iadekuy-rapor-satir          pic x(132).

fd  iade-talimat.
01  iade-talimat-satir           pic x(200).

working-storage section.
01  iadekuy-dosya                pic x(200) value "iadekuy.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  depozit-dosya                pic x(200) value "depozit.dat".
01  ipthrk-dosya                 pic x(200) value "ipthrk.dat".
01  iadekuy-rapor-dosya          pic x(200) value "iadekuy.txt".
01  iade-talimat-dosya           pic x(200) value "iadebank.txt".
01  fs-iadekuy                   pic xx.
01  fs-rez                       pic xx.
01  fs-depozit                   pic xx.
01  fs-ipthrk                    pic xx.
01  fs-talimat                   pic xx.

01  w-bugun                      pic 9(08).
01  w-bulundu                    pic x(01).
01  w-son-sira                   pic 9(02).
01  w-eklenen                    pic 9(05).
01  w-talimat-sayisi             pic 9(05).

*> islenen rezervasyonun acik depozitolari (doviz bazinda)
01  w-rez-no                     pic 9(08).
01  w-dvz-sayisi                 pic 9(01).
01  w-dvz-tablosu.
    02  w-dvz                    occurs 5 times.
        03  w-dvz-cinsi          pic x(03).
        03  w-dvz-tutar          pic 9(10)v99.
        03  w-dvz-kur            pic 9(04)v9999.
01  w-dvz-ix                     pic 9(01).
01  w-ceza-tl                    pic s9(10)v99.
01  w-ceza-dvz                   pic 9(10)v99.

*> iptal cezalari (IPTHRK rezervasyon bazinda net)
01  w-cez-sayisi                 pic 9(04).
01  w-cez-tablosu.
    02  w-cez                    occurs 2000 times.
        03  w-cez-rez-no         pic 9(08).
        03  w-cez-tutar          pic s9(10)v99.
01  w-cez-ix                     pic 9(04).

*> depozito toplami (rez + doviz; acik / iade edilmis)
01  w-dpz-acik                   pic 9(10)v99.
01  w-dpz-iade                   pic 9(10)v99.
01  w-aranan-doviz               pic x(03).

*> IBAN dogrulamasi
01  w-iban                       pic x(34).
01  w-iban-duzen                 pic x(34).
01  w-iban-uzunluk               pic 9(02).
01  w-iban-ix                    pic 9(02).
01  w-iban-kalan                 pic 9(03).
01  w-iban-kar                   pic x(01).
01  w-iban-deger                 pic 9(02).
01  w-iban-gecerli               pic x(01).
01  w-harfler                    pic x(26)
        value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01  w-harf-ix                    pic 9(02).

*> rapor
01  w-durum-adi                  pic x(12).
01  w-son-raporlanan             pic 9(08).
01  w-uyari-sayisi               pic 9(05).
01  w-tutar-ed                   pic z(9)9,99-.
01  w-tutar-ed2                  pic z(9)9,99-.
01  w-tutar-ed3                  pic z(9)9,99-.
01  w-talimat-tutar              pic z(9)9.99.
01  w-sayi-ed                    pic z(4)9.

*> gecedrv parametresiz cagirdiginda kuyruk + rapor
01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic 9(08) value 0.
    02  filler                   pic 9(02) value 0.
    02  filler                   pic x(165) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(04) value spaces.
    02  filler                   pic x(01) value space.

linkage section.
01  iadekuy-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-kuyruk            value "Q".
        88  lk-mod-kanal             value "K".
        88  lk-mod-onay              value "O".
        88  lk-mod-vazgec            value "V".
        88  lk-mod-talimat           value "T".
        88  lk-mod-odendi            value "P".
        88  lk-mod-rapor             value "R".
        88  lk-mod-gece              value "G".
    02  lk-rez-no                pic 9(08).
    02  lk-sira                  pic 9(02).
    02  lk-kanal                 pic x(01).
    02  lk-iban                  pic x(34).
    02  lk-alici                 pic x(40).
    02  lk-kart-ref              pic x(20).
    02  lk-odeme-ref             pic x(20).
    02  lk-notu                  pic x(40).
    02  lk-kllnc                 pic x(10).
*>   kuyruk: eklenen satir; talimat: talimata yazilan satir;
*>   rapor: mutabakat uyarisi sayisi
    02  lk-sayi                  pic 9(05).
*>   YOK kayit yok, DURM durum uygun degil, KNL kanal hatali,
*>   IBAN gecersiz IBAN, AYNI onaylayan kanali girenle ayni,
*>   DPZ depozito artik acik degil / yetersiz, NOT not bos
    02  lk-red-nedeni            pic x(04).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional iadekuy-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     if address of iadekuy-link = null
        set address of iadekuy-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move spaces to lk-red-nedeni
     move 0 to lk-sayi
     open i-o iadekuy
     if fs-iadekuy = "35"
        close iadekuy
        open output iadekuy
        close iadekuy
        open i-o iadekuy
     end-if
     open i-o depozit
     if fs-iadekuy not = "00" or fs-depozit not = "00"
        close iadekuy depozit
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-kuyruk  perform kuyruk-kur
        when lk-mod-kanal   perform kanal-gir
        when lk-mod-onay    perform iade-onayla
        when lk-mod-vazgec  perform iade-vazgec
        when lk-mod-talimat perform talimat-yaz
        when lk-mod-odendi  perform iade-odendi
        when lk-mod-rapor   perform kuyruk-raporu
        when lk-mod-gece
             perform kuyruk-kur
             if lk-sonuc-tamam
                perform kuyruk-raporu
             end-if
        when other          set lk-sonuc-hata to true
     end-evaluate
     close iadekuy depozit
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> kuyrugun kurulmasi
*> ---------------------------------------------------------------
 kuyruk-kur.
     open input rez
     if fs-rez not = "00"
        close rez
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform ceza-tablosu-yukle
     move 0 to w-eklenen w-rez-no w-dvz-sayisi
     move low-values to dpz-anah
     start depozit key is not less than dpz-anah
           invalid move "10" to fs-depozit
     end-start
     perform depozit-satiri
             until fs-depozit = "10"
     if w-rez-no > 0
        perform rez-kuyruga-al
     end-if
     move "00" to fs-depozit
     close rez
     move w-eklenen to lk-sayi
     .

 ceza-tablosu-yukle.
     move 0 to w-cez-sayisi
     open input ipthrk
     if fs-ipthrk not = "00"
        exit paragraph
     end-if
     move low-values to ipthrk-anah
     start ipthrk key is not less than ipthrk-anah
           invalid move "10" to fs-ipthrk
     end-start
     perform ceza-satiri
             until fs-ipthrk = "10"
     close ipthrk
     .

 ceza-satiri.
     read ipthrk next record
          at end move "10" to fs-ipthrk
     end-read
     if fs-ipthrk not = "00" and fs-ipthrk not = "02"
        move "10" to fs-ipthrk
     end-if
     if fs-ipthrk = "10"
        exit paragraph
     end-if
     move "H" to w-bulundu
     perform ceza-ara
             varying w-cez-ix from 1 by 1
             until w-cez-ix > w-cez-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-cez-ix
     else
        if w-cez-sayisi >= 2000
           exit paragraph
        end-if
        add 1 to w-cez-sayisi
        move w-cez-sayisi to w-cez-ix
        move ipthrk-rez-no to w-cez-rez-no (w-cez-ix)
        move 0 to w-cez-tutar (w-cez-ix)
     end-if
     if ipthrk-affedildi
        subtract ipthrk-affedilen from w-cez-tutar (w-cez-ix)
     else
        add ipthrk-ceza-tutari to w-cez-tutar (w-cez-ix)
     end-if
     .

 ceza-ara.
     if w-cez-rez-no (w-cez-ix) = ipthrk-rez-no
        move "E" to w-bulundu
     end-if
     .

*> DEPOZIT rezervasyon sirasindadir: rezervasyon degisince birikmis
*> acik depozitolar kuyruga degerlendirilir
 depozit-satiri.
     read depozit next record
          at end move "10" to fs-depozit
     end-read
     if fs-depozit not = "00" and fs-depozit not = "02"
        move "10" to fs-depozit
     end-if
     if fs-depozit = "10"
        exit paragraph
     end-if
     if dpz-rez-no not = w-rez-no
        if w-rez-no > 0
           perform rez-kuyruga-al
        end-if
        move dpz-rez-no to w-rez-no
        move 0 to w-dvz-sayisi
        initialize w-dvz-tablosu
     end-if
     if not dpz-acik or dpz-tutar not > 0
        exit paragraph
     end-if
     move "H" to w-bulundu
     perform doviz-ara
             varying w-dvz-ix from 1 by 1
             until w-dvz-ix > w-dvz-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-dvz-ix
     else
        if w-dvz-sayisi >= 5
           exit paragraph
        end-if
        add 1 to w-dvz-sayisi
        move w-dvz-sayisi to w-dvz-ix
        move dpz-doviz-cinsi to w-dvz-cinsi (w-dvz-ix)
        move dpz-kur-orani to w-dvz-kur (w-dvz-ix)
     end-if
     add dpz-tutar to w-dvz-tutar (w-dvz-ix)
     .

 doviz-ara.
     if w-dvz-cinsi (w-dvz-ix) = dpz-doviz-cinsi
        move "E" to w-bulundu
     end-if
     .

 rez-kuyruga-al.
     if w-dvz-sayisi = 0
        exit paragraph
     end-if
     move w-rez-no to rez-no
     read rez
          invalid exit paragraph
     end-read
     if not rez-iptal-oldu
        exit paragraph
     end-if
     move 0 to w-ceza-tl
     move "H" to w-bulundu
     perform ceza-ara-rez
             varying w-cez-ix from 1 by 1
             until w-cez-ix > w-cez-sayisi or w-bulundu = "E"
     if w-ceza-tl < 0
        move 0 to w-ceza-tl
     end-if
     perform dovizi-kuyruga-al
             varying w-dvz-ix from 1 by 1
             until w-dvz-ix > w-dvz-sayisi
     .

 ceza-ara-rez.
     if w-cez-rez-no (w-cez-ix) = w-rez-no
        move w-cez-tutar (w-cez-ix) to w-ceza-tl
        move "E" to w-bulundu
     end-if
     .

*> ceza once ilk dovize (genellikle tek doviz) uygulanir; kalan
*> ceza sonraki dovize gecer
 dovizi-kuyruga-al.
     move w-dvz-cinsi (w-dvz-ix) to w-aranan-doviz
     perform kuyrukta-var-mi
     if w-bulundu = "E"
        exit paragraph
     end-if
     if w-dvz-cinsi (w-dvz-ix) = "TL " or w-dvz-cinsi (w-dvz-ix) = "TRY"
     or w-dvz-kur (w-dvz-ix) = 0
        move w-ceza-tl to w-ceza-dvz
     else
        compute w-ceza-dvz rounded = w-ceza-tl / w-dvz-kur (w-dvz-ix)
     end-if
     if w-ceza-dvz > w-dvz-tutar (w-dvz-ix)
        move w-dvz-tutar (w-dvz-ix) to w-ceza-dvz
     end-if
     initialize iad-rec
     move w-rez-no          to iad-rez-no
     add 1 to w-son-sira
     move w-son-sira        to iad-sira
     move w-bugun           to iad-tarih
     string rez-adi delimited by "  "
            " " rez-soyadi delimited by "  "
            into iad-adi
     move w-dvz-cinsi (w-dvz-ix) to iad-doviz-cinsi
     move w-dvz-kur (w-dvz-ix)   to iad-kur-orani
     move w-dvz-tutar (w-dvz-ix) to iad-depozit-tutar
     move w-ceza-dvz             to iad-ceza-tutar
     compute iad-iade-tutar = w-dvz-tutar (w-dvz-ix) - w-ceza-dvz
     if iad-iade-tutar = 0
        set iad-iadesiz to true
     else
        set iad-kanal-bekliyor to true
     end-if
     write iad-rec
           invalid continue
           not invalid add 1 to w-eklenen
     end-write
*>   kullanilan ceza TL karsiligi dusulur
     if w-dvz-cinsi (w-dvz-ix) = "TL " or w-dvz-cinsi (w-dvz-ix) = "TRY"
     or w-dvz-kur (w-dvz-ix) = 0
        subtract w-ceza-dvz from w-ceza-tl
     else
        compute w-ceza-tl = w-ceza-tl
                          - w-ceza-dvz * w-dvz-kur (w-dvz-ix)
     end-if
     if w-ceza-tl < 0
        move 0 to w-ceza-tl
     end-if
     .

*> w-rez-no + w-aranan-doviz icin vazgecilmemis kuyruk satiri var mi;
*> w-son-sira rezervasyonun son sirasi olur
 kuyrukta-var-mi.
     move "H" to w-bulundu
     move 0 to w-son-sira
     move w-rez-no to iad-rez-no
     move 0        to iad-sira
     start iadekuy key is not less than iad-anah
           invalid move "10" to fs-iadekuy
     end-start
     perform kuyruk-ara
             until fs-iadekuy = "10"
     move "00" to fs-iadekuy
     .

 kuyruk-ara.
     read iadekuy next record
          at end move "10" to fs-iadekuy
     end-read
     if fs-iadekuy not = "00" and fs-iadekuy not = "02"
        move "10" to fs-iadekuy
     end-if
     if fs-iadekuy = "10"
        exit paragraph
     end-if
     if iad-rez-no not = w-rez-no
        move "10" to fs-iadekuy
        exit paragraph
     end-if
     move iad-sira to w-son-sira
     if iad-doviz-cinsi = w-aranan-doviz
     and not iad-vazgecildi
        move "E" to w-bulundu
     end-if
     .

*> ---------------------------------------------------------------
*> kanal, onay, vazgecme
*> ---------------------------------------------------------------
 satir-oku.
     move lk-rez-no to iad-rez-no
     move lk-sira   to iad-sira
     read iadekuy
          invalid move "YOK " to lk-red-nedeni
                  set lk-sonuc-hata to true
     end-read
     .

 kanal-gir.
     perform satir-oku
     if lk-sonuc-hata
        exit paragraph
     end-if
     if not iad-kanal-bekliyor and not iad-onay-bekliyor
        move "DURM" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     evaluate lk-kanal
        when "K"
             if lk-kart-ref = spaces
                move "KNL " to lk-red-nedeni
                set lk-sonuc-hata to true
                exit paragraph
             end-if
        when "B"
             if lk-alici = spaces
                move "KNL " to lk-red-nedeni
                set lk-sonuc-hata to true
                exit paragraph
             end-if
             move lk-iban to w-iban
             perform iban-dogrula
             if w-iban-gecerli not = "E"
                move "IBAN" to lk-red-nedeni
                set lk-sonuc-hata to true
                exit paragraph
             end-if
        when "N"
             continue
        when other
             move "KNL " to lk-red-nedeni
             set lk-sonuc-hata to true
             exit paragraph
     end-evaluate
     move lk-kanal to iad-kanal
     move spaces to iad-iban iad-alici iad-kart-ref
     evaluate true
        when iad-karta
             move lk-kart-ref to iad-kart-ref
        when iad-bankaya
             move w-iban-duzen to iad-iban
             move lk-alici to iad-alici
     end-evaluate
     move lk-kllnc to iad-kanal-kllnc
     if lk-notu not = spaces
        move lk-notu to iad-notu
     end-if
     set iad-onay-bekliyor to true
     rewrite iad-rec
           invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> IBAN: bosluklar atilir; 15-34 karakter, ilk iki harf ulke, TR
*> ise 26 karakter; ilk 4 karakter sona alinip harfler 10-35'e
*> cevrilince sayinin 97'ye bolumunden kalan 1 olmalidir
 iban-dogrula.
     move "H" to w-iban-gecerli
     move spaces to w-iban-duzen
     move 0 to w-iban-uzunluk
     perform iban-karakter-al
             varying w-iban-ix from 1 by 1 until w-iban-ix > 34
     if w-iban-uzunluk < 15
        exit paragraph
     end-if
     if w-iban-duzen (1:1) is not alphabetic
     or w-iban-duzen (2:1) is not alphabetic
     or w-iban-duzen (3:2) is not numeric
        exit paragraph
     end-if
     if w-iban-duzen (1:2) = "TR" and w-iban-uzunluk not = 26
        exit paragraph
     end-if
     move 0 to w-iban-kalan
     perform iban-mod-adimi
             varying w-iban-ix from 5 by 1
             until w-iban-ix > w-iban-uzunluk
             or w-iban-gecerli = "X"
     perform iban-mod-adimi
             varying w-iban-ix from 1 by 1 until w-iban-ix > 4
             or w-iban-gecerli = "X"
     if w-iban-gecerli = "X"
        move "H" to w-iban-gecerli
        exit paragraph
     end-if
     if w-iban-kalan = 1
        move "E" to w-iban-gecerli
     end-if
     .

 iban-karakter-al.
     move w-iban (w-iban-ix:1) to w-iban-kar
     if w-iban-kar = space
        exit paragraph
     end-if
     inspect w-iban-kar converting "abcdefghijklmnopqrstuvwxyz"
                                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
     add 1 to w-iban-uzunluk
     if w-iban-uzunluk > 34
        move 34 to w-iban-uzunluk
        exit paragraph
     end-if
     move w-iban-kar to w-iban-duzen (w-iban-uzunluk:1)
     .

 iban-mod-adimi.
     move w-iban-duzen (w-iban-ix:1) to w-iban-kar
     if w-iban-kar is numeric
        move w-iban-kar to w-iban-deger
        compute w-iban-kalan =
                function mod (w-iban-kalan * 10 + w-iban-deger, 97)
        exit paragraph
     end-if
     move 0 to w-harf-ix
     perform harf-ara
             varying w-iban-deger from 1 by 1
             until w-iban-deger > 26 or w-harf-ix > 0
     if w-harf-ix = 0
        move "X" to w-iban-gecerli
        exit paragraph
     end-if
     compute w-iban-deger = w-harf-ix + 9
     compute w-iban-kalan =
             function mod (w-iban-kalan * 100 + w-iban-deger, 97)
     .

 harf-ara.
     if w-harfler (w-iban-deger:1) = w-iban-kar
        move w-iban-deger to w-harf-ix
     end-if
     .

 iade-onayla.
     perform satir-oku
     if lk-sonuc-hata
        exit paragraph
     end-if
     if not iad-onay-bekliyor
        move "DURM" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-kllnc = iad-kanal-kllnc
        move "AYNI" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move iad-rez-no to w-rez-no
     move iad-doviz-cinsi to w-aranan-doviz
     perform depozit-topla
     if w-dpz-acik < iad-iade-tutar
        move "DPZ " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-kllnc to iad-onay-kllnc
     move w-bugun  to iad-onay-tarih
     set iad-onaylandi to true
     rewrite iad-rec
           invalid set lk-sonuc-hata to true
     end-rewrite
     .

 iade-vazgec.
     perform satir-oku
     if lk-sonuc-hata
        exit paragraph
     end-if
     if iad-odendi or iad-talimatta
        move "DURM" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-notu = spaces
        move "NOT " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-notu to iad-notu
     set iad-vazgecildi to true
     rewrite iad-rec
           invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> w-rez-no + w-aranan-doviz depozito toplamlari (iade tutari
*> satirlarin tutaridir)
 depozit-topla.
     move 0 to w-dpz-acik w-dpz-iade
     move w-rez-no to dpz-rez-no
     move 0        to dpz-sira
     start depozit key is not less than dpz-anah
           invalid move "10" to fs-depozit
     end-start
     perform depozit-topla-satiri
             until fs-depozit = "10"
     move "00" to fs-depozit
     .

 depozit-topla-satiri.
     read depozit next record
          at end move "10" to fs-depozit
     end-read
     if fs-depozit not = "00" and fs-depozit not = "02"
        move "10" to fs-depozit
     end-if
     if fs-depozit = "10"
        exit paragraph
     end-if
     if dpz-rez-no not = w-rez-no
        move "10" to fs-depozit
        exit paragraph
     end-if
     if dpz-doviz-cinsi not = w-aranan-doviz
        exit paragraph
     end-if
     if dpz-acik
        add dpz-tutar to w-dpz-acik
     end-if
     if dpz-iade-edildi
        add dpz-tutar to w-dpz-iade
     end-if
     .

*> ---------------------------------------------------------------
*> banka talimat dosyasi ve odeme
*> ---------------------------------------------------------------
 talimat-yaz.
     move 0 to w-talimat-sayisi
     open extend iade-talimat
     if fs-talimat = "35"
        open output iade-talimat
     end-if
     move low-values to iad-anah
     start iadekuy key is not less than iad-anah
           invalid move "10" to fs-iadekuy
     end-start
     perform talimat-satiri
             until fs-iadekuy = "10"
     move "00" to fs-iadekuy
     close iade-talimat
     move w-talimat-sayisi to lk-sayi
     .

 talimat-satiri.
     read iadekuy next record
          at end move "10" to fs-iadekuy
     end-read
     if fs-iadekuy not = "00" and fs-iadekuy not = "02"
        move "10" to fs-iadekuy
     end-if
     if fs-iadekuy = "10"
        exit paragraph
     end-if
     if not iad-onaylandi or not iad-bankaya
        exit paragraph
     end-if
     move iad-iade-tutar to w-talimat-tutar
     move spaces to iade-talimat-satir
     string iad-iban delimited by space
            ";" iad-alici delimited by "  "
            ";" w-talimat-tutar
            ";" iad-doviz-cinsi
            ";REZ " iad-rez-no "/" iad-sira " DEPOZITO IADESI"
            delimited by size into iade-talimat-satir
     write iade-talimat-satir
     move w-bugun to iad-talimat-tarih
     set iad-talimatta to true
     rewrite iad-rec
           invalid continue
     end-rewrite
     add 1 to w-talimat-sayisi
     .

 iade-odendi.
     perform satir-oku
     if lk-sonuc-hata
        exit paragraph
     end-if
     if not iad-onaylandi and not iad-talimatta
        move "DURM" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if iad-bankaya and not iad-talimatta
        move "DURM" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move iad-rez-no to w-rez-no
     move iad-doviz-cinsi to w-aranan-doviz
     perform depozit-topla
     if w-dpz-acik < iad-iade-tutar
        move "DPZ " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move w-bugun      to iad-odeme-tarih
     move lk-odeme-ref to iad-odeme-ref
     set iad-odendi to true
     rewrite iad-rec
           invalid set lk-sonuc-hata to true
                   exit paragraph
     end-rewrite
     move iad-rez-no to dpz-rez-no
     move 0          to dpz-sira
     start depozit key is not less than dpz-anah
           invalid move "10" to fs-depozit
     end-start
     perform depozit-kapat
             until fs-depozit = "10"
     move "00" to fs-depozit
     .

 depozit-kapat.
     read depozit next record
          at end move "10" to fs-depozit
     end-read
     if fs-depozit not = "00" and fs-depozit not = "02"
        move "10" to fs-depozit
     end-if
     if fs-depozit = "10"
        exit paragraph
     end-if
     if dpz-rez-no not = iad-rez-no
        move "10" to fs-depozit
        exit paragraph
     end-if
     if dpz-doviz-cinsi = iad-doviz-cinsi and dpz-acik
        set dpz-iade-edildi to true
        move w-bugun to dpz-iade-tarih
        rewrite dpz-rec
              invalid continue
        end-rewrite
     end-if
     .

*> ---------------------------------------------------------------
*> kuyruk dokumu ve DEPOZIT mutabakati (iadekuy.txt)
*> ---------------------------------------------------------------
 kuyruk-raporu.
     move 0 to w-uyari-sayisi
     open output iadekuy-rapor
     move spaces to iadekuy-rapor-satir
     string "DEPOZITO IADE KUYRUGU - " w-bugun
            delimited by size into iadekuy-rapor-satir
     write iadekuy-rapor-satir
     move spaces to iadekuy-rapor-satir
     string "REZ-NO   SR MISAFIR                          DVZ "
            "      DEPOZITO          CEZA          IADE K DURUM"
            "        UYARI"
            delimited by size into iadekuy-rapor-satir
     write iadekuy-rapor-satir
     move all "-" to iadekuy-rapor-satir
     write iadekuy-rapor-satir
     move low-values to iad-anah
     start iadekuy key is not less than iad-anah
           invalid move "10" to fs-iadekuy
     end-start
     perform rapor-kuyruk-satiri
             until fs-iadekuy = "10"
     move "00" to fs-iadekuy
     move spaces to iadekuy-rapor-satir
     write iadekuy-rapor-satir
     move spaces to iadekuy-rapor-satir
     string "KUYRUK DISINDA IADE EDILMIS IPTAL REZERVASYON "
            "DEPOZITOLARI"
            delimited by size into iadekuy-rapor-satir
     write iadekuy-rapor-satir
     move all "-" to iadekuy-rapor-satir
     write iadekuy-rapor-satir
     open input rez
     if fs-rez = "00"
        move 0 to w-son-raporlanan
        move low-values to dpz-anah
        start depozit key is not less than dpz-anah
              invalid move "10" to fs-depozit
        end-start
        perform kuyruk-disi-satiri
                until fs-depozit = "10"
        move "00" to fs-depozit
     else
        move spaces to iadekuy-rapor-satir
        string "REZ ACILAMADI (DURUM " fs-rez
               ") - KUYRUK DISI IADE DENETIMI YAPILMADI"
               delimited by size into iadekuy-rapor-satir
        write iadekuy-rapor-satir
        set lk-sonuc-hata to true
     end-if
     close rez
     move w-uyari-sayisi to w-sayi-ed
     move spaces to iadekuy-rapor-satir
     string "MUTABAKAT UYARISI: " w-sayi-ed
            delimited by size into iadekuy-rapor-satir
     write iadekuy-rapor-satir
     close iadekuy-rapor
     if lk-mod-rapor
        move w-uyari-sayisi to lk-sayi
     end-if
     .

 rapor-kuyruk-satiri.
     read iadekuy next record
          at end move "10" to fs-iadekuy
     end-read
     if fs-iadekuy not = "00" and fs-iadekuy not = "02"
        move "10" to fs-iadekuy
     end-if
     if fs-iadekuy = "10"
        exit paragraph
     end-if
     evaluate true
        when iad-kanal-bekliyor move "KANAL BEKLER" to w-durum-adi
        when iad-onay-bekliyor  move "ONAY BEKLER"  to w-durum-adi
        when iad-onaylandi      move "ONAYLI"       to w-durum-adi
        when iad-talimatta      move "TALIMATTA"    to w-durum-adi
        when iad-odendi         move "ODENDI"       to w-durum-adi
        when iad-iadesiz        move "IADESIZ"      to w-durum-adi
        when iad-vazgecildi     move "VAZGECILDI"   to w-durum-adi
        when other              move iad-durum      to w-durum-adi
     end-evaluate
     move iad-depozit-tutar to w-tutar-ed
     move iad-ceza-tutar to w-tutar-ed2
     move iad-iade-tutar to w-tutar-ed3
     move spaces to iadekuy-rapor-satir
     string iad-rez-no " " iad-sira " " iad-adi (1:32) " "
            iad-doviz-cinsi " " w-tutar-ed " " w-tutar-ed2 " "
            w-tutar-ed3 " " iad-kanal " " w-durum-adi
            delimited by size into iadekuy-rapor-satir
*>   mutabakat: odenmis satirin depozitosu acik, ya da onayli /
*>   talimattaki satirin depozitosu baska yoldan iade edilmis
     if iad-odendi or iad-onaylandi or iad-talimatta
        move iad-rez-no to w-rez-no
        move iad-doviz-cinsi to w-aranan-doviz
        perform depozit-topla
        if iad-odendi and w-dpz-acik > 0
           move "DEPOZIT ACIK" to iadekuy-rapor-satir (121:12)
           add 1 to w-uyari-sayisi
        end-if
        if not iad-odendi and w-dpz-acik < iad-iade-tutar
           move "CIFT IADE ?" to iadekuy-rapor-satir (121:12)
           add 1 to w-uyari-sayisi
        end-if
     end-if
     write iadekuy-rapor-satir
     .

 kuyruk-disi-satiri.
     read depozit next record
          at end move "10" to fs-depozit
     end-read
     if fs-depozit not = "00" and fs-depozit not = "02"
        move "10" to fs-depozit
     end-if
     if fs-depozit = "10"
        exit paragraph
     end-if
     if not dpz-iade-edildi
     or dpz-rez-no = w-son-raporlanan
        exit paragraph
     end-if
     move dpz-rez-no to rez-no
     read rez
          invalid exit paragraph
     end-read
     if not rez-iptal-oldu
        exit paragraph
     end-if
     move dpz-rez-no to w-rez-no
     move dpz-doviz-cinsi to w-aranan-doviz
     perform odenmis-kuyruk-ara
     if w-bulundu = "E"
        exit paragraph
     end-if
     move dpz-rez-no to w-son-raporlanan
     add 1 to w-uyari-sayisi
     move dpz-tutar to w-tutar-ed
     move spaces to iadekuy-rapor-satir
     string dpz-rez-no "    " rez-soyadi " " rez-adi " "
            dpz-doviz-cinsi " " w-tutar-ed "  IADE TARIHI "
            dpz-iade-tarih
            delimited by size into iadekuy-rapor-satir
     write iadekuy-rapor-satir
     .

*> depozit taramasini bozmadan kuyrukta odenmis satir aranir
 odenmis-kuyruk-ara.
     move "H" to w-bulundu
     move w-rez-no to iad-rez-no
     move 0        to iad-sira
     start iadekuy key is not less than iad-anah
           invalid move "10" to fs-iadekuy
     end-start
     perform odenmis-ara
             until fs-iadekuy = "10" or w-bulundu = "E"
     move "00" to fs-iadekuy
     .

 odenmis-ara.
     read iadekuy next record
          at end move "10" to fs-iadekuy
     end-read
     if fs-iadekuy not = "00" and fs-iadekuy not = "02"
        move "10" to fs-iadekuy
     end-if
     if fs-iadekuy = "10"
        exit paragraph
     end-if
     if iad-rez-no not = w-rez-no
        move "10" to fs-iadekuy
        exit paragraph
     end-if
     if iad-doviz-cinsi = w-aranan-doviz and iad-odendi
        move "E" to w-bulundu
     end-if
     .
