*> tksendks.cbl
*> TL taksitli sozlesmelerin yillik enflasyon endekslemesi. Yeni TL
*> devremulk sozlesmelerinde odenmemis taksitlerin yilda bir resmi
*> enflasyon oranina gore endekslenecegi maddesi var; her TAKSIT
*> satirini elle duzeltmek gerekecegi icin hic uygulanmadi. Bu alt
*> program:
*>   - lk-mod-endeks: resmi endeks (TUFE) degeri donem (yyyyaa)
*>     basina ENDEKS dosyasina girilir,
*>   - lk-mod-sozlesme: sozlesme (SOZTAR) endeksli isaretlenir; baz
*>     donem bos ise satisin (imza) ayidir,
*>   - lk-mod-prova: lk-donem (bos ise gecen ay) endeksine gore
*>     yeniden degerleme listesi tksendks.txt'ye basilir; hicbir
*>     taksit degismez, yalniz donemin prova tarihi islenir,
*>   - lk-mod-uygula: ayni donemin provasi alinmissa onayli calisma
*>     yapilir: kesinlesmis, endeksli her sozlesmede baz donemden
*>     en az 12 ay gecmisse katsayi endeks(donem) / endeks(baz) ile
*>     odenmemis (taksit-KALAN > 0) TL taksitlerin kalani artirilir;
*>     her satirin oncesi / sonrasi TAKSITHRK'ya islenir (yapiland
*>     kalibi), uygulanan donem sozlesmenin yeni bazi olur ve sahip
*>     bildirim mektubu MAILDATA kuyruguna yazilir (mailsend
*>     gonderir). Ayni donem ikinci kez uygulanamaz.
*> Dovizli taksit (taksit-DOVIZ > 0) endekslenmez; kur degerlemesi
*> kurdeger.cbl'dedir.
program-id. tksendks.
environment division.
input-output section.
file-control.
     copy "taksit.sel.cpy".

     copy "taksithrk.sel.cpy".

     copy "soztar.sel.cpy".

     copy "devmulk.sel.cpy".

     copy "endeks.sel.cpy".

     copy "maildata.sel.cpy".

     select tksendks-rapor assign to random
            tksendks-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "taksit.lib.cpy".

 copy "taksithrk.lib.cpy".

 copy "soztar.lib.cpy".

 copy "devmulk.lib.cpy".

 copy "endeks.lib.cpy".

 copy "maildata.lib.cpy".

fd  tksendks-rapor.
01  tksendks-rapor-satir         pic x(132).

working-storage section.
01  taksit-dosya                 pic x(200) value "taksit.dat".
01  taksithrk-dosya              pic x(200) value "taksithrk.dat".
01  soztar-dosya                 pic x(200) value "soztar.dat".
01  devmulk-dosya                pic x(200) value "devmulk.dat".
01  endeks-dosya                 pic x(200) value "endeks.dat".
01  maildata-dosya               pic x(200) value "maildata.dat".
01  tksendks-rapor-dosya         pic x(200) value "tksendks.txt".
01  fs-taksit                    pic xx.
01  fs-taksithrk                 pic xx.
01  fs-soztar                    pic xx.
01  fs-devmulk                   pic xx.
01  fs-endeks                    pic xx.
01  fs-maildata                  pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-r redefines w-bugun.
    02  w-bugun-yil              pic 9(04).
    02  w-bugun-ay               pic 9(02).
    02  w-bugun-gg               pic 9(02).
01  w-simdi                      pic 9(06).
01  w-donem                      pic 9(06).
01  w-donem-r redefines w-donem.
    02  w-donem-yil              pic 9(04).
    02  w-donem-ay               pic 9(02).
01  w-baz                        pic 9(06).
01  w-baz-r redefines w-baz.
    02  w-baz-yil                pic 9(04).
    02  w-baz-ay                 pic 9(02).
01  w-ay-farki                   pic s9(05).
01  w-donem-deger                pic 9(07)v99.
01  w-baz-deger                  pic 9(07)v99.
01  w-katsayi                    pic 9(03)v9(06).
01  w-son-devremulk              pic 9(08).
01  w-tkh-sira                   pic 9(05).
01  w-mail-sira                  pic 9(06).
01  w-fark                       pic s9(09)v99.
01  w-yeni-kalan                 pic s9(09)v99.
01  w-soz-fark                   pic s9(11)v99.
01  w-soz-satir                  pic 9(03).
01  w-durum                      pic x(04).

01  w-sozlesme-sayisi            pic 9(05).
01  w-atlanan-sayisi             pic 9(05).
01  w-toplam-fark                pic s9(13)v99.

01  w-sayi-ed                    pic z(4)9.
01  w-tutar-ed                   pic z(8)9,99-.
01  w-toplam-ed                  pic z(10)9,99-.
01  w-katsayi-ed                 pic zz9,999999.
01  w-deger-ed                   pic z(6)9,99.

linkage section.
01  tksendks-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-endeks            value "E".
        88  lk-mod-sozlesme          value "S".
        88  lk-mod-prova             value "P".
        88  lk-mod-uygula            value "U".
*>   endeks: girilen donem; prova / uygula: bos ise gecen ay
    02  lk-donem                 pic 9(06).
    02  lk-deger                 pic 9(07)v99.
    02  lk-devremulk-no          pic 9(08).
    02  lk-sira                  pic 9(03).
*>   sozlesme: E endeksli, H endekssiz
    02  lk-endeksli              pic x(01).
    02  lk-baz-donem             pic 9(06).
    02  lk-kllnc                 pic x(10).
*>   prova / uygula: endekslenen sozlesme ve toplam artis
    02  lk-sayi                  pic 9(05).
    02  lk-tutar                 pic s9(11)v99.
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-prova-yok       value "P".
        88  lk-sonuc-uygulanmis      value "U".
        88  lk-sonuc-hata            value "H".

procedure division using tksendks-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     accept w-simdi from time
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi lk-tutar
     open i-o endeks
     if fs-endeks = "35"
        close endeks
        open output endeks
        close endeks
        open i-o endeks
     end-if
     open i-o soztar
     if fs-endeks not = "00" or fs-soztar not = "00"
        close endeks soztar
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-endeks
             perform endeks-gir
        when lk-mod-sozlesme
             perform sozlesme-isaretle
        when lk-mod-prova
        when lk-mod-uygula
             perform calisma
        when other
             set lk-sonuc-hata to true
     end-evaluate
     close endeks soztar
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> endeks ve sozlesme tanimi
*> ---------------------------------------------------------------
 endeks-gir.
     move lk-donem to w-donem
     if lk-deger = 0 or w-donem-ay < 1 or w-donem-ay > 12
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-donem to end-donem
     read endeks
          invalid
              initialize end-rec
              move lk-donem to end-donem
              perform endeks-doldur
              write end-rec invalid set lk-sonuc-hata to true
              end-write
          not invalid
              if end-uygulama-tar > 0
                 set lk-sonuc-uygulanmis to true
                 exit paragraph
              end-if
              perform endeks-doldur
              rewrite end-rec invalid set lk-sonuc-hata to true
              end-rewrite
     end-read
     .

*> deger degisirse eski prova gecersizdir; uygulama yeni provayi bekler
 endeks-doldur.
     if lk-deger not = end-deger
        move 0 to end-prova-tar
     end-if
     move lk-deger to end-deger
     move w-bugun  to end-giris-tar
     move lk-kllnc to end-giris-kllnc
     .

 sozlesme-isaretle.
     move lk-devremulk-no to szt-devremulk-no
     move lk-sira         to szt-sira
     read soztar
          invalid
              set lk-sonuc-hata to true
              exit paragraph
     end-read
     if lk-endeksli = "E"
        set szt-endeksli to true
        if lk-baz-donem > 0
           move lk-baz-donem to szt-endeks-baz
        else
           if szt-endeks-baz = 0
              move szt-imza-tarihi (1:6) to szt-endeks-baz
           end-if
        end-if
     else
        move "H" to szt-endeks
     end-if
     rewrite szt-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> ---------------------------------------------------------------
*> prova / onayli uygulama
*> ---------------------------------------------------------------
 calisma.
     if lk-donem = 0
        if w-bugun-ay = 1
           compute w-donem = (w-bugun-yil - 1) * 100 + 12
        else
           compute w-donem = w-bugun-yil * 100 + w-bugun-ay - 1
        end-if
     else
        move lk-donem to w-donem
     end-if
     move w-donem to end-donem
     read endeks
          invalid
              set lk-sonuc-hata to true
              exit paragraph
     end-read
     if end-uygulama-tar > 0
        set lk-sonuc-uygulanmis to true
        exit paragraph
     end-if
     if lk-mod-uygula and end-prova-tar = 0
        set lk-sonuc-prova-yok to true
        exit paragraph
     end-if
     if lk-mod-uygula and lk-kllnc = spaces
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move end-deger to w-donem-deger
     open i-o taksit
     open input devmulk
     if fs-taksit not = "00" or fs-devmulk not = "00"
        close taksit devmulk
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-mod-uygula
        open i-o taksithrk
        if fs-taksithrk = "35"
           close taksithrk
           open output taksithrk
           close taksithrk
           open i-o taksithrk
        end-if
        open i-o maildata
        if fs-maildata = "35"
           close maildata
           open output maildata
           close maildata
           open i-o maildata
        end-if
        if fs-taksithrk not = "00" or fs-maildata not = "00"
           close taksit devmulk taksithrk maildata
           set lk-sonuc-hata to true
           exit paragraph
        end-if
        perform mail-sira-bul
     end-if
     open output tksendks-rapor
     perform rapor-bas
     move 0 to w-sozlesme-sayisi w-atlanan-sayisi w-toplam-fark
     move 0 to w-son-devremulk
     move low-values to szt-anah
     start soztar key is not less than szt-anah
           invalid move "10" to fs-soztar
     end-start
     perform sozlesme-satiri
             until fs-soztar = "10"
     move "00" to fs-soztar
     perform rapor-ozet
     close tksendks-rapor taksit devmulk
     if lk-mod-uygula
        close taksithrk maildata
     end-if
*>   donem satirina calisma izi
     move w-donem to end-donem
     read endeks invalid continue end-read
     if lk-mod-prova
        move w-bugun to end-prova-tar
     else
        move w-bugun  to end-uygulama-tar
        move lk-kllnc to end-uygulama-kllnc
     end-if
     rewrite end-rec invalid continue end-rewrite
     move w-sozlesme-sayisi to lk-sayi
     move w-toplam-fark     to lk-tutar
     .

 sozlesme-satiri.
     read soztar next record
          at end move "10" to fs-soztar
     end-read
     if fs-soztar not = "00" and fs-soztar not = "02"
        move "10" to fs-soztar
     end-if
     if fs-soztar = "10"
        exit paragraph
     end-if
     if not szt-endeksli or not szt-kesinlesti
        exit paragraph
     end-if
*>   ayni uniteye ikinci endeksli sozlesme taksitleri yeniden
*>   degerlemesin
     if szt-devremulk-no = w-son-devremulk
        exit paragraph
     end-if
     move szt-devremulk-no to w-son-devremulk
     if szt-endeks-son > 0
        move szt-endeks-son to w-baz
     else
        move szt-endeks-baz to w-baz
     end-if
     if w-baz = 0
        move szt-imza-tarihi (1:6) to w-baz
     end-if
     compute w-ay-farki = (w-donem-yil - w-baz-yil) * 12
                        + w-donem-ay - w-baz-ay
     if w-ay-farki < 12
        exit paragraph
     end-if
     move w-baz to end-donem
     read endeks
          invalid
              move "EYOK" to w-durum
              perform atlanan-satir
              exit paragraph
     end-read
     move end-deger to w-baz-deger
     if w-baz-deger = 0
        move "EYOK" to w-durum
        perform atlanan-satir
        exit paragraph
     end-if
     compute w-katsayi rounded = w-donem-deger / w-baz-deger
     if w-katsayi <= 1
        move "ARTY" to w-durum
        perform atlanan-satir
        exit paragraph
     end-if
     move szt-devremulk-no to dvm-devremulk-no
     read devmulk
          invalid initialize dvm-rec
     end-read
     perform sozlesme-basligi
     move 0 to w-soz-fark w-soz-satir
     move szt-devremulk-no to taksit-devremulk-no
     move low-values       to taksit-sira
     start taksit key is not less than taksit-anah
           invalid move "10" to fs-taksit
           not invalid move "00" to fs-taksit
     end-start
     perform taksit-satiri
             until fs-taksit = "10"
     if w-soz-satir = 0
        exit paragraph
     end-if
     add 1 to w-sozlesme-sayisi
     add w-soz-fark to w-toplam-fark
     move w-soz-fark to w-toplam-ed
     move spaces to tksendks-rapor-satir
     string "    SOZLESME ARTISI " w-toplam-ed
            delimited by size into tksendks-rapor-satir
     write tksendks-rapor-satir
     if lk-mod-uygula
        move w-donem to szt-endeks-son
        rewrite szt-rec invalid continue end-rewrite
        if dvm-sahip-mail not = spaces
           perform mektup-kuyrukla
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
     if taksit-devremulk-no not = szt-devremulk-no
        move "10" to fs-taksit
        exit paragraph
     end-if
     if taksit-kalan <= 0 or taksit-doviz > 0
        exit paragraph
     end-if
     compute w-yeni-kalan rounded = taksit-kalan * w-katsayi
     compute w-fark = w-yeni-kalan - taksit-kalan
     add 1 to w-soz-satir
     add w-fark to w-soz-fark
     move spaces to tksendks-rapor-satir
     move taksit-sira to w-sayi-ed
     move w-sayi-ed to tksendks-rapor-satir (5:5)
     move taksit-vade-tarihi to tksendks-rapor-satir (12:8)
     move taksit-kalan to w-tutar-ed
     move w-tutar-ed to tksendks-rapor-satir (22:13)
     move w-yeni-kalan to w-tutar-ed
     move w-tutar-ed to tksendks-rapor-satir (37:13)
     move w-fark to w-tutar-ed
     move w-tutar-ed to tksendks-rapor-satir (52:13)
     write tksendks-rapor-satir
     if lk-mod-uygula
        perform taksit-guncelle
     end-if
     .

*> oncesi / sonrasi TAKSITHRK'ya; artis tutar, kalan ve kesin
*> kalana eklenir (odenenler degismez)
 taksit-guncelle.
     perform tkh-sira-bul
     initialize tkh-rec
     move taksit-devremulk-no to tkh-devremulk-no
     move taksit-sira         to tkh-sira of tkh-anah
     move w-tkh-sira          to tkh-kayit-sira
     move w-bugun             to tkh-kayit-tarihi
     move w-simdi             to tkh-kayit-saati
     move taksit-vade-tarihi  to tkh-vade-tarihi
     move taksit-tutar        to tkh-eski-tutar
     move taksit-odenen       to tkh-eski-odenen
     move taksit-kalan        to tkh-eski-kalan
     move taksit-kesin-odenen to tkh-eski-kesin-odenen
     move taksit-kesin-kalan  to tkh-eski-kesin-kalan
     add w-fark to taksit-tutar
     add w-fark to taksit-kalan
     add w-fark to taksit-kesin-kalan
     move taksit-tutar        to tkh-yeni-tutar
     move taksit-odenen       to tkh-yeni-odenen
     move taksit-kalan        to tkh-yeni-kalan
     move taksit-kesin-odenen to tkh-yeni-kesin-odenen
     move taksit-kesin-kalan  to tkh-yeni-kesin-kalan
     write tkh-rec invalid continue end-write
     rewrite taksit-rec invalid continue end-rewrite
     .

 tkh-sira-bul.
     move 0 to w-tkh-sira
     move taksit-devremulk-no to tkh-devremulk-no
     move taksit-sira         to tkh-sira of tkh-anah
     move high-values         to tkh-kayit-sira
     start taksithrk key is less than tkh-anah
           invalid continue
     end-start
     read taksithrk previous record
          at end continue
     end-read
     if fs-taksithrk = "00"
     and tkh-devremulk-no = taksit-devremulk-no
     and tkh-sira of tkh-anah = taksit-sira
        move tkh-kayit-sira to w-tkh-sira
     end-if
     add 1 to w-tkh-sira
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

 mektup-kuyrukla.
     initialize maildata-rec
     move w-bugun     to maildata-tarih
     add 1 to w-mail-sira
     move w-mail-sira to maildata-sira
     move "tksendks"  to maildata-kaynak-program
     move dvm-sahip-mail to maildata-alici
     string "TAKSIT ENDEKSLEME BILDIRIMI - UNITE "
            szt-devremulk-no " DONEM " w-donem
            delimited by size into maildata-konu
     set maildata-beklemede to true
     write maildata-rec invalid continue end-write
     .

*> ---------------------------------------------------------------
*> liste
*> ---------------------------------------------------------------
 rapor-bas.
     move spaces to tksendks-rapor-satir
     if lk-mod-prova
        string "TAKSIT ENDEKSLEME PROVA LISTESI (TASLAK) - DONEM "
               w-donem " - " w-bugun
               delimited by size into tksendks-rapor-satir
     else
        string "TAKSIT ENDEKSLEME UYGULAMASI - DONEM " w-donem
               " - " w-bugun " ONAYLAYAN " lk-kllnc
               delimited by size into tksendks-rapor-satir
     end-if
     write tksendks-rapor-satir
     move w-donem-deger to w-deger-ed
     move spaces to tksendks-rapor-satir
     string "DONEM ENDEKSI: " w-deger-ed
            delimited by size into tksendks-rapor-satir
     write tksendks-rapor-satir
     move all "-" to tksendks-rapor-satir
     write tksendks-rapor-satir
     move "    SIRA  VADE         ESKI KALAN     YENI KALAN"
        to tksendks-rapor-satir
     move "          ARTIS" to tksendks-rapor-satir (50:15)
     write tksendks-rapor-satir
     .

 sozlesme-basligi.
     move spaces to tksendks-rapor-satir
     write tksendks-rapor-satir
     move w-katsayi to w-katsayi-ed
     move spaces to tksendks-rapor-satir
     string szt-devremulk-no "/" szt-sira " "
            dvm-sahip-adi " BAZ " w-baz " KATSAYI " w-katsayi-ed
            delimited by size into tksendks-rapor-satir
     write tksendks-rapor-satir
     .

*> EYOK: baz donemin endeksi girilmemis; ARTY: endeks artmamis
 atlanan-satir.
     add 1 to w-atlanan-sayisi
     move spaces to tksendks-rapor-satir
     write tksendks-rapor-satir
     move spaces to tksendks-rapor-satir
     string szt-devremulk-no "/" szt-sira " ATLANDI " w-durum
            " BAZ " w-baz
            delimited by size into tksendks-rapor-satir
     write tksendks-rapor-satir
     .

 rapor-ozet.
     move spaces to tksendks-rapor-satir
     write tksendks-rapor-satir
     move w-sozlesme-sayisi to w-sayi-ed
     move spaces to tksendks-rapor-satir
     string "ENDEKSLENEN SOZLESME: " w-sayi-ed
            delimited by size into tksendks-rapor-satir
     write tksendks-rapor-satir
     move w-atlanan-sayisi to w-sayi-ed
     move spaces to tksendks-rapor-satir
     string "ATLANAN SOZLESME:     " w-sayi-ed
            delimited by size into tksendks-rapor-satir
     write tksendks-rapor-satir
     move w-toplam-fark to w-toplam-ed
     move spaces to tksendks-rapor-satir
     string "TOPLAM ARTIS:         " w-toplam-ed
            delimited by size into tksendks-rapor-satir
     write tksendks-rapor-satir
     .
