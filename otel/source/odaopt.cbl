*> odaopt.cbl
*> Oda raki parcalanma optimizasyonu. Misafirlere haftalar
*> oncesinden oda atandigi icin rakta bir-iki gecelik delikler
*> kaliyor; kategoride yeterli oda-gece oldugu halde uzun
*> konaklamalar geri cevriliyor. Bu program:
*>   - lk-mod-oner (gecedrv varsayilani lk-mod-gece): onumuzdeki
*>     lk-gun (bos ise 21, en cok 60) gunun odasi atanmis REZ
*>     kayitlarini oda tipi basina rake dizer; tasinabilir
*>     rezervasyonlar (henuz evde degil, giris en erken yarin,
*>     cikis ufuk icinde, oda sozu yok - rez-oda-garanti, aile
*>     setine bagli degil, odaterc'in karsiladigi bir tercihle
*>     secilmemis - REZTERC) ayni tipteki baska odaya denenir; iki
*>     odanin delik sayisini (iki yani dolu 1-2 gecelik bos
*>     aralik) en cok azaltan tasima secilir, iyilesme kalmayana
*>     kadar (en cok w-gecis-sayisi tur). Oneriler tip basina
*>     once/sonra delik sayisiyla ODAOPT'a yazilir; onceki
*>     gunlerin uygulanmamis onerileri gecersiz olur,
*>   - lk-mod-onay / lk-mod-ret: rezervasyon muduru onerileri
*>     (lk-sira 0 ise gunun tumunu) onaylar ya da reddeder,
*>   - lk-mod-uygula: onayli oneriler yeniden denetlenir (oda hala
*>     eski oda, giris henuz gelmedi, hedef oda o gecelerde bos)
*>     ve REZ'e yazilir; degisiklik ODADEGIS'e gerekce "5" ile
*>     islenir. Denetimi gecemeyen oneri "G" olur,
*>   - lk-mod-rapor: gunun oneri listesi (odaopt.txt),
*>   - lk-mod-soz: lk-rez-no rezervasyonuna oda sozu verilir
*>     (lk-garanti "E") ya da kaldirilir ("H"); sozlu rezervasyon
*>     oneriye girmez, onaylanmis onerisi de uygulanmaz.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. odaopt.
environment division.
input-output section.
file-control.
     copy "odaopt.sel.cpy".

     copy "odalar.sel.cpy".

     copy "rez.sel.cpy".

     copy "odadegis.sel.cpy".

     select rezterc assign to random
            rezterc-dosya
            organization indexed
            access mode is dynamic
            record key is rezterc-rez-no
            file status is fs-rezterc.

     select odaopt-rapor assign to random
            odaopt-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "odaopt.lib.cpy".

 copy "odalar.lib.cpy".

 copy "rez.lib.cpy".

 copy "odadegis.lib.cpy".

*> oda secim tercih ozeti (duzen odaterc.cbl ile aynidir)
fd  rezterc.
01  rezterc-rec.
    02  rezterc-rez-no           pic 9(08).
    02  rezterc-oda-no           pic x(04).
    02  rezterc-karsilanan       pic x(42).
    02  rezterc-celiski          pic x(42).
    02  rezterc-tarih            pic 9(08).

fd  odaopt-rapor.
01  odaopt-rapor-satir           pic x(132).

working-storage section.
01  odaopt-dosya                 pic x(200) value "odaopt.dat".
01  odalar-dosya                 pic x(200) value "odalar.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  odadegis-dosya               pic x(200) value "odadegis.dat".
01  rezterc-dosya                pic x(200) value "rezterc.dat".
01  odaopt-rapor-dosya           pic x(200) value "odaopt.txt".
01  fs-odaopt                    pic xx.
01  fs-odalar                    pic xx.
01  fs-rez                       pic xx.
01  fs-odadegis                  pic xx.
01  fs-rezterc                   pic xx.

01  w-bugun                      pic 9(08).
01  w-simdi                      pic 9(06).
01  w-bugun-gun                  pic 9(07).
01  w-ufuk-gun                   pic 9(03).
01  w-ufuk-son                   pic 9(08).
01  w-gecis-sayisi               pic 9(01) value 3.
01  w-gecis                      pic 9(01).
01  w-tasindi                    pic x(01).
01  w-tarih                      pic 9(08).
01  w-rezterc-acik               pic x(01).

*> rak: odalar ve gun dizisi ("." bos, "R" dolu)
01  w-oda-sayisi                 pic 9(04).
01  w-oda-tablosu.
    02  w-odm-satir              occurs 1500 times.
        03  w-odm-oda            pic x(04).
        03  w-odm-kat            pic x(02).
        03  w-odm-konum          pic x(02).
        03  w-odm-no             pic x(06).
        03  w-odm-tip            pic x(02).
        03  w-odm-satista        pic x(01).
        03  w-odm-gunler         pic x(60).
01  w-odm-ix                     pic 9(04).
01  w-aday-ix                    pic 9(04).
01  w-kaynak-ix                  pic 9(04).
01  w-en-iyi-ix                  pic 9(04).

01  w-rzt-sayisi                 pic 9(04).
01  w-rzt-tablosu.
    02  w-rzt-satir              occurs 5000 times.
        03  w-rzt-rez-no         pic 9(08).
        03  w-rzt-oda-ix         pic 9(04).
        03  w-rzt-orj-ix         pic 9(04).
        03  w-rzt-bas            pic 9(03).
        03  w-rzt-bit            pic 9(03).
        03  w-rzt-gir            pic 9(08).
        03  w-rzt-cik            pic 9(08).
        03  w-rzt-tasinir        pic x(01).
01  w-rzt-ix                     pic 9(04).

*> islenen oda tipi
01  w-tip-sayisi                 pic 9(03).
01  w-tip-tablosu.
    02  w-tip-satir              occurs 200 times.
        03  w-tip-kod            pic x(02).
        03  w-tip-once           pic 9(04).
        03  w-tip-sonra          pic 9(04).
01  w-tip-ix                     pic 9(03).
01  w-tip                        pic x(02).
01  w-bulundu                    pic x(01).
01  w-aranan-oda                 pic x(04).

*> delik sayimi
01  w-gun-ix                     pic 9(03).
01  w-bos-bas                    pic 9(03).
01  w-bos-uzun                   pic 9(03).
01  w-delik                      pic 9(04).
01  w-delik-top                  pic 9(04).
01  w-sigar                      pic x(01).
01  w-isaret                     pic x(01).
01  w-kaynak-once                pic 9(04).
01  w-kaynak-sonra               pic 9(04).
01  w-aday-once                  pic 9(04).
01  w-aday-sonra                 pic 9(04).
01  w-kazanc                     pic s9(04).
01  w-en-iyi-kazanc              pic s9(04).

01  w-sira                       pic 9(04).
01  w-odd-sira                   pic 9(08).
01  w-oneri-sayisi               pic 9(05).
01  w-cakisma                    pic x(01).
01  w-sayi-ed                    pic z(3)9.

*> gecedrv parametresiz cagirdiginda tam gece akisi
01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic 9(15) value 0.
    02  filler                   pic x(10) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.
    02  filler                   pic 9(08) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  odaopt-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-oner              value "O".
        88  lk-mod-onay              value "Y".
        88  lk-mod-ret               value "X".
        88  lk-mod-uygula            value "U".
        88  lk-mod-rapor             value "R".
        88  lk-mod-gece              value "G".
        88  lk-mod-soz               value "S".
    02  lk-gun                   pic 9(03).
*>   onay/ret/uygula/rapor: oneri gunu (bos ise bugun)
    02  lk-tarih                 pic 9(08).
    02  lk-sira                  pic 9(04).
    02  lk-kllnc                 pic x(10).
*>   oner: oneri; onay/ret: islenen; uygula: uygulanan
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".
*>   yalniz lk-mod-soz
    02  lk-rez-no                pic 9(08).
    02  lk-garanti               pic x(01).

procedure division using optional odaopt-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     accept w-simdi from time
     if address of odaopt-link = null
        set address of odaopt-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi
     move lk-tarih to w-tarih
     if w-tarih = 0
        move w-bugun to w-tarih
     end-if
     compute w-bugun-gun = function integer-of-date (w-bugun)
     open i-o odaopt
     if fs-odaopt = "35"
        close odaopt
        open output odaopt
        close odaopt
        open i-o odaopt
     end-if
     if fs-odaopt not = "00"
        close odaopt
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     move 0 to w-oneri-sayisi
     evaluate true
        when lk-mod-oner
        when lk-mod-gece
             perform oneri-uret
             move w-bugun to w-tarih
             perform rapor-bas
        when lk-mod-onay
        when lk-mod-ret
             perform karar-isle
        when lk-mod-uygula
             perform uygula-isle
        when lk-mod-rapor
             perform rapor-bas
        when lk-mod-soz
             perform oda-sozu-isle
        when other
             set lk-sonuc-hata to true
     end-evaluate
     move w-oneri-sayisi to lk-sayi
     close odaopt
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> oneri uretimi
*> ---------------------------------------------------------------
 oneri-uret.
     move lk-gun to w-ufuk-gun
     if w-ufuk-gun = 0
        move 21 to w-ufuk-gun
     end-if
     if w-ufuk-gun > 60
        move 60 to w-ufuk-gun
     end-if
     compute w-ufuk-son = function date-of-integer
             (w-bugun-gun + w-ufuk-gun)
     open input odalar
     open input rez
     if fs-odalar not = "00" or fs-rez not = "00"
        close odalar rez
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move "E" to w-rezterc-acik
     open input rezterc
     if fs-rezterc not = "00"
        move "H" to w-rezterc-acik
     end-if
     perform odalari-yukle
     perform rezleri-yukle
     close odalar rez
     if w-rezterc-acik = "E"
        close rezterc
     end-if
     perform eski-onerileri-kapat
     move 0 to w-tip-sayisi
     perform tip-isle
             varying w-odm-ix from 1 by 1
             until w-odm-ix > w-oda-sayisi
     move 0 to w-sira
     perform oneri-yaz
             varying w-rzt-ix from 1 by 1
             until w-rzt-ix > w-rzt-sayisi
     .

 odalari-yukle.
     move 0 to w-oda-sayisi
     move low-values to oda-anah
     start odalar key is not less than oda-anah
           invalid move "10" to fs-odalar
     end-start
     perform oda-yukle-satiri
             until fs-odalar = "10"
     .

 oda-yukle-satiri.
     read odalar next record
          at end move "10" to fs-odalar
     end-read
     if fs-odalar not = "00" and fs-odalar not = "02"
        move "10" to fs-odalar
     end-if
     if fs-odalar = "10" or w-oda-sayisi >= 1500
        exit paragraph
     end-if
     add 1 to w-oda-sayisi
     move oda-no (1:4) to w-odm-oda (w-oda-sayisi)
     move oda-kat      to w-odm-kat (w-oda-sayisi)
     move oda-konum    to w-odm-konum (w-oda-sayisi)
     move oda-no       to w-odm-no (w-oda-sayisi)
     move oda-tip      to w-odm-tip (w-oda-sayisi)
     move "H"          to w-odm-satista (w-oda-sayisi)
     if oda-aktif-satista
        move "E" to w-odm-satista (w-oda-sayisi)
     end-if
     move all "." to w-odm-gunler (w-oda-sayisi)
     .

*> ufku kesen, odasi atanmis rezervasyonlar rake islenir
 rezleri-yukle.
     move 0 to w-rzt-sayisi
     move 0 to rez-no
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform rez-yukle-satiri
             until fs-rez = "10"
     .

 rez-yukle-satiri.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez = "10"
        exit paragraph
     end-if
     if rez-iptal-oldu or rez-no-show or rez-gunluk-kullanim
     or rez-odano = spaces
        exit paragraph
     end-if
     if rez-cik-tar <= w-bugun or rez-gir-tar >= w-ufuk-son
        exit paragraph
     end-if
     move rez-odano to w-aranan-oda
     move "H" to w-bulundu
     perform oda-ara
             varying w-odm-ix from 1 by 1
             until w-odm-ix > w-oda-sayisi
                or w-bulundu = "E"
     if w-bulundu not = "E" or w-rzt-sayisi >= 5000
        exit paragraph
     end-if
     subtract 1 from w-odm-ix
     add 1 to w-rzt-sayisi
     move w-rzt-sayisi to w-rzt-ix
     move rez-no      to w-rzt-rez-no (w-rzt-ix)
     move w-odm-ix    to w-rzt-oda-ix (w-rzt-ix)
     move w-odm-ix    to w-rzt-orj-ix (w-rzt-ix)
     move rez-gir-tar to w-rzt-gir (w-rzt-ix)
     move rez-cik-tar to w-rzt-cik (w-rzt-ix)
     if w-rzt-gir (w-rzt-ix) <= w-bugun
        move 1 to w-rzt-bas (w-rzt-ix)
     else
        compute w-rzt-bas (w-rzt-ix) = function integer-of-date
                (w-rzt-gir (w-rzt-ix)) - w-bugun-gun + 1
     end-if
     if w-rzt-cik (w-rzt-ix) > w-ufuk-son
        move w-ufuk-gun to w-rzt-bit (w-rzt-ix)
     else
        compute w-rzt-bit (w-rzt-ix) = function integer-of-date
                (w-rzt-cik (w-rzt-ix)) - w-bugun-gun
     end-if
     perform tasinir-mi
     move "R" to w-isaret
     move w-odm-ix to w-aday-ix
     perform rez-isaretle
     .

 oda-ara.
     if w-odm-oda (w-odm-ix) = w-aranan-oda
        move "E" to w-bulundu
     end-if
     .

*> bellekteki rez icin tasinabilirlik
 tasinir-mi.
     move "H" to w-rzt-tasinir (w-rzt-ix)
     if rez-c-in = "C" or rez-oda-garantili or rez-aile-no > 0
        exit paragraph
     end-if
     if w-rzt-bas (w-rzt-ix) < 2
     or w-rzt-cik (w-rzt-ix) > w-ufuk-son
        exit paragraph
     end-if
     if w-rezterc-acik = "E"
        move rez-no to rezterc-rez-no
        read rezterc
             invalid continue
             not invalid
                 if rezterc-karsilanan not = spaces
                 and rezterc-oda-no = rez-odano
                    exit paragraph
                 end-if
        end-read
     end-if
     move "E" to w-rzt-tasinir (w-rzt-ix)
     .

*> w-rzt-ix rezervasyonunun gecelerine w-aday-ix odasinda
*> w-isaret yazilir
 rez-isaretle.
     perform gun-isaretle
             varying w-gun-ix from w-rzt-bas (w-rzt-ix) by 1
             until w-gun-ix > w-rzt-bit (w-rzt-ix)
     .

 gun-isaretle.
     move w-isaret to w-odm-gunler (w-aday-ix) (w-gun-ix:1)
     .

*> her oda tipi ilk odasinda bir kez islenir
 tip-isle.
     move w-odm-tip (w-odm-ix) to w-tip
     move "H" to w-bulundu
     perform tip-ara
             varying w-tip-ix from 1 by 1
             until w-tip-ix > w-tip-sayisi
                or w-bulundu = "E"
     if w-bulundu = "E" or w-tip-sayisi >= 200
        exit paragraph
     end-if
     add 1 to w-tip-sayisi
     move w-tip-sayisi to w-tip-ix
     move w-tip to w-tip-kod (w-tip-ix)
     perform tip-delikleri
     move w-delik-top to w-tip-once (w-tip-ix)
     move "E" to w-tasindi
     perform tasima-gecisi
             varying w-gecis from 1 by 1
             until w-gecis > w-gecis-sayisi
                or w-tasindi not = "E"
     perform tip-delikleri
     move w-delik-top to w-tip-sonra (w-tip-ix)
     .

 tip-ara.
     if w-tip-kod (w-tip-ix) = w-tip
        move "E" to w-bulundu
     end-if
     .

 tip-delikleri.
     move 0 to w-delik-top
     perform tip-oda-delik
             varying w-aday-ix from 1 by 1
             until w-aday-ix > w-oda-sayisi
     .

 tip-oda-delik.
     if w-odm-tip (w-aday-ix) = w-tip
     and w-odm-satista (w-aday-ix) = "E"
        perform delik-say
        add w-delik to w-delik-top
     end-if
     .

*> w-aday-ix odasinda iki yani dolu 1-2 gecelik bos araliklar
 delik-say.
     move 0 to w-delik w-bos-uzun w-bos-bas
     perform delik-gunu
             varying w-gun-ix from 1 by 1
             until w-gun-ix > w-ufuk-gun
     .

 delik-gunu.
     if w-odm-gunler (w-aday-ix) (w-gun-ix:1) = "."
        if w-bos-uzun = 0
           move w-gun-ix to w-bos-bas
        end-if
        add 1 to w-bos-uzun
     else
        if w-bos-uzun > 0 and w-bos-uzun <= 2 and w-bos-bas > 1
           add 1 to w-delik
        end-if
        move 0 to w-bos-uzun
     end-if
     .

 tasima-gecisi.
     move "H" to w-tasindi
     perform tasima-dene
             varying w-rzt-ix from 1 by 1
             until w-rzt-ix > w-rzt-sayisi
     .

*> rezervasyon odasindan kaldirilir, ayni tipteki her odaya
*> denenir; kazanc iki odanin delik sayisindaki azalmadir
 tasima-dene.
     if w-rzt-tasinir (w-rzt-ix) not = "E"
        exit paragraph
     end-if
     move w-rzt-oda-ix (w-rzt-ix) to w-kaynak-ix
     if w-odm-tip (w-kaynak-ix) not = w-tip
        exit paragraph
     end-if
     move w-kaynak-ix to w-aday-ix
     perform delik-say
     move w-delik to w-kaynak-once
     move "." to w-isaret
     perform rez-isaretle
     perform delik-say
     move w-delik to w-kaynak-sonra
     move 0 to w-en-iyi-ix w-en-iyi-kazanc
     perform aday-dene
             varying w-aday-ix from 1 by 1
             until w-aday-ix > w-oda-sayisi
     if w-en-iyi-ix = 0
        move w-kaynak-ix to w-en-iyi-ix
     else
        move "E" to w-tasindi
     end-if
     move w-en-iyi-ix to w-aday-ix w-rzt-oda-ix (w-rzt-ix)
     move "R" to w-isaret
     perform rez-isaretle
     .

 aday-dene.
     if w-aday-ix = w-kaynak-ix
     or w-odm-tip (w-aday-ix) not = w-tip
     or w-odm-satista (w-aday-ix) not = "E"
        exit paragraph
     end-if
     move "E" to w-sigar
     perform sigma-gunu
             varying w-gun-ix from w-rzt-bas (w-rzt-ix) by 1
             until w-gun-ix > w-rzt-bit (w-rzt-ix)
                or w-sigar not = "E"
     if w-sigar not = "E"
        exit paragraph
     end-if
     perform delik-say
     move w-delik to w-aday-once
     move "R" to w-isaret
     perform rez-isaretle
     perform delik-say
     move w-delik to w-aday-sonra
     move "." to w-isaret
     perform rez-isaretle
     compute w-kazanc = w-kaynak-once + w-aday-once
                      - w-kaynak-sonra - w-aday-sonra
     if w-kazanc > w-en-iyi-kazanc
        move w-kazanc  to w-en-iyi-kazanc
        move w-aday-ix to w-en-iyi-ix
     end-if
     .

 sigma-gunu.
     if w-odm-gunler (w-aday-ix) (w-gun-ix:1) not = "."
        move "H" to w-sigar
     end-if
     .

*> onceki gunlerin bekleyen onerileri ve bugunun eski calismasi
 eski-onerileri-kapat.
     move low-values to opt-anah
     start odaopt key is not less than opt-anah
           invalid move "10" to fs-odaopt
     end-start
     perform eski-oneri-satiri
             until fs-odaopt = "10"
     .

 eski-oneri-satiri.
     read odaopt next record
          at end move "10" to fs-odaopt
     end-read
     if fs-odaopt not = "00" and fs-odaopt not = "02"
        move "10" to fs-odaopt
     end-if
     if fs-odaopt = "10"
        exit paragraph
     end-if
     if opt-tarih = w-bugun and opt-oneri
        delete odaopt record invalid continue end-delete
        exit paragraph
     end-if
     if opt-oneri or opt-onaylandi
        set opt-gecersiz to true
        move "YENI" to opt-neden
        move w-bugun to opt-isl-tar
        rewrite opt-rec invalid continue end-rewrite
     end-if
     .

 oneri-yaz.
     if w-rzt-oda-ix (w-rzt-ix) = w-rzt-orj-ix (w-rzt-ix)
        exit paragraph
     end-if
     perform sira-ilerlet
     initialize opt-rec
     move w-bugun  to opt-tarih
     move w-sira   to opt-sira
     move w-rzt-rez-no (w-rzt-ix) to opt-rez-no
     move w-rzt-orj-ix (w-rzt-ix) to w-odm-ix
     move w-odm-tip (w-odm-ix)    to opt-oda-tipi
     move w-odm-oda (w-odm-ix)    to opt-eski-oda
     move w-rzt-oda-ix (w-rzt-ix) to w-odm-ix
     move w-odm-oda (w-odm-ix)    to opt-yeni-oda
     move w-rzt-gir (w-rzt-ix)    to opt-gir-tar
     move w-rzt-cik (w-rzt-ix)    to opt-cik-tar
     move opt-oda-tipi to w-tip
     move "H" to w-bulundu
     perform tip-ara
             varying w-tip-ix from 1 by 1
             until w-tip-ix > w-tip-sayisi
                or w-bulundu = "E"
     subtract 1 from w-tip-ix
     move w-tip-once (w-tip-ix)  to opt-once-bosluk
     move w-tip-sonra (w-tip-ix) to opt-sonra-bosluk
     set opt-oneri to true
     move "GECE" to opt-kllnc
     move w-bugun to opt-isl-tar
     write opt-rec invalid continue end-write
     add 1 to w-oneri-sayisi
     .

*> bugunun son sirasi + 1 (eski calismanin karar almis satirlari
*> yerinde kalir)
 sira-ilerlet.
     if w-sira > 0
        add 1 to w-sira
        exit paragraph
     end-if
     move w-bugun to opt-tarih
     move 9999    to opt-sira
     start odaopt key is less than opt-anah
           invalid move "10" to fs-odaopt
     end-start
     if fs-odaopt not = "10"
        read odaopt previous record
             at end move "10" to fs-odaopt
        end-read
     end-if
     if fs-odaopt = "00" and opt-tarih = w-bugun
        compute w-sira = opt-sira + 1
     else
        move 1 to w-sira
     end-if
     .

*> ---------------------------------------------------------------
*> rezervasyon muduru karari
*> ---------------------------------------------------------------
 karar-isle.
     move w-tarih to opt-tarih
     move lk-sira to opt-sira
     start odaopt key is not less than opt-anah
           invalid move "10" to fs-odaopt
     end-start
     perform karar-satiri
             until fs-odaopt = "10"
     .

 karar-satiri.
     read odaopt next record
          at end move "10" to fs-odaopt
     end-read
     if fs-odaopt not = "00" and fs-odaopt not = "02"
        move "10" to fs-odaopt
     end-if
     if fs-odaopt = "10"
        exit paragraph
     end-if
     if opt-tarih not = w-tarih
     or (lk-sira > 0 and opt-sira not = lk-sira)
        move "10" to fs-odaopt
        exit paragraph
     end-if
     if not opt-oneri
        exit paragraph
     end-if
     if lk-mod-onay
        set opt-onaylandi to true
     else
        set opt-reddedildi to true
     end-if
     move lk-kllnc to opt-kllnc
     move w-bugun  to opt-isl-tar
     rewrite opt-rec invalid continue end-rewrite
     add 1 to w-oneri-sayisi
     .

*> ---------------------------------------------------------------
*> uygula: onayli oneriler REZ'e
*> ---------------------------------------------------------------
 uygula-isle.
     open input odalar
     open i-o rez
     open i-o odadegis
     if fs-odadegis = "35"
        close odadegis
        open output odadegis
        close odadegis
        open i-o odadegis
     end-if
     if fs-odalar not = "00" or fs-rez not = "00"
     or fs-odadegis not = "00"
        close odalar rez odadegis
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform odalari-yukle
     perform odd-sira-bul
     move w-tarih to opt-tarih
     move 0       to opt-sira
     start odaopt key is not less than opt-anah
           invalid move "10" to fs-odaopt
     end-start
     perform uygula-satiri
             until fs-odaopt = "10"
     close odalar rez odadegis
     .

 uygula-satiri.
     read odaopt next record
          at end move "10" to fs-odaopt
     end-read
     if fs-odaopt not = "00" and fs-odaopt not = "02"
        move "10" to fs-odaopt
     end-if
     if fs-odaopt = "10"
        exit paragraph
     end-if
     if opt-tarih not = w-tarih
        move "10" to fs-odaopt
        exit paragraph
     end-if
     if not opt-onaylandi
        exit paragraph
     end-if
     move spaces to opt-neden
     perform hedef-bos-mu
     if opt-neden = spaces
        move opt-rez-no to rez-no
        read rez
             invalid move "YOK " to opt-neden
        end-read
     end-if
     if opt-neden = spaces
        if rez-odano not = opt-eski-oda
           move "ODA " to opt-neden
        end-if
        if rez-c-in = "C" or rez-gir-tar <= w-bugun
        or rez-iptal-oldu or rez-no-show
           move "DURM" to opt-neden
        end-if
        if rez-oda-garantili
           move "SOZ " to opt-neden
        end-if
     end-if
     if opt-neden not = spaces
        set opt-gecersiz to true
     else
        move opt-yeni-oda to rez-odano
        rewrite rez-rec
                invalid move "YAZM" to opt-neden
                        set opt-gecersiz to true
                not invalid
                        set opt-uygulandi to true
                        perform degisim-logla
                        add 1 to w-oneri-sayisi
        end-rewrite
     end-if
     move lk-kllnc to opt-kllnc
     move w-bugun  to opt-isl-tar
     rewrite opt-rec invalid continue end-rewrite
     .

*> ---------------------------------------------------------------
*> oda sozu: rezervasyon muduru misafire belirli oda sozu verir
*> ---------------------------------------------------------------
 oda-sozu-isle.
     if lk-rez-no = 0
     or (lk-garanti not = "E" and lk-garanti not = "H")
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open i-o rez
     if fs-rez not = "00"
        close rez
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-rez-no to rez-no
     read rez
          invalid
              close rez
              set lk-sonuc-hata to true
              exit paragraph
     end-read
     if lk-garanti = "E"
        set rez-oda-garantili to true
     else
        move "H" to rez-oda-garanti
     end-if
     rewrite rez-rec
             invalid set lk-sonuc-hata to true
             not invalid move 1 to w-oneri-sayisi
     end-rewrite
     close rez
     .

*> hedef oda o gecelerde baska bir rezervasyona atanmis mi
 hedef-bos-mu.
     move "H" to w-cakisma
     move 0 to rez-no
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform cakisma-satiri
             until fs-rez = "10"
                or w-cakisma = "E"
     if w-cakisma = "E"
        move "DOLU" to opt-neden
     end-if
     .

 cakisma-satiri.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez = "10"
        exit paragraph
     end-if
     if rez-odano = opt-yeni-oda
     and rez-no not = opt-rez-no
     and not rez-iptal-oldu and not rez-no-show
     and rez-gir-tar < opt-cik-tar
     and rez-cik-tar > opt-gir-tar
        move "E" to w-cakisma
     end-if
     .

 odd-sira-bul.
     move 0 to w-odd-sira
     move high-values to odd-anah
     start odadegis key is less than odd-anah
           invalid continue
     end-start
     read odadegis previous record
          at end continue
     end-read
     if fs-odadegis = "00"
        move odd-sira to w-odd-sira
     end-if
     .

 degisim-logla.
     initialize odd-rec
     add 1 to w-odd-sira
     move w-odd-sira   to odd-sira
     move w-bugun      to odd-tarih
     move w-simdi      to odd-saat
     move rez-no       to odd-rez-anah
     move rez-adi      to odd-musteri-adi
     move rez-soyadi   to odd-musteri-soyadi
     move opt-eski-oda to w-aranan-oda odd-eski-oda
     perform oda-konumu
     if w-bulundu = "E"
        move w-odm-kat (w-odm-ix)   to odd-eski-kat
        move w-odm-konum (w-odm-ix) to odd-eski-konum
        move w-odm-no (w-odm-ix)    to odd-eski-oda
     end-if
     move opt-yeni-oda to w-aranan-oda odd-yeni-oda
     perform oda-konumu
     if w-bulundu = "E"
        move w-odm-kat (w-odm-ix)   to odd-yeni-kat
        move w-odm-konum (w-odm-ix) to odd-yeni-konum
        move w-odm-no (w-odm-ix)    to odd-yeni-oda
     end-if
     move lk-kllnc     to odd-onaylayan-kllnc
     set odd-gerekce-optimize to true
     move "ODA RAKI OPTIMIZASYONU" to odd-aciklama
     write odd-rec invalid continue end-write
     .

*> w-aranan-oda'nin rak satiri (kat/konum/no ODADEGIS icin)
 oda-konumu.
     move "H" to w-bulundu
     perform oda-ara
             varying w-odm-ix from 1 by 1
             until w-odm-ix > w-oda-sayisi
                or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-odm-ix
     end-if
     .

*> ---------------------------------------------------------------
*> oneri listesi
*> ---------------------------------------------------------------
 rapor-bas.
     open output odaopt-rapor
     move spaces to odaopt-rapor-satir
     string "ODA RAKI OPTIMIZASYON ONERILERI - " w-tarih
            delimited by size into odaopt-rapor-satir
     write odaopt-rapor-satir
     move all "-" to odaopt-rapor-satir
     write odaopt-rapor-satir
     if lk-mod-oner or lk-mod-gece
        perform tip-ozeti
                varying w-tip-ix from 1 by 1
                until w-tip-ix > w-tip-sayisi
        move spaces to odaopt-rapor-satir
        write odaopt-rapor-satir
     end-if
     move "SIRA REZ-NO   TIP ESKI YENI GIRIS    CIKIS    DURUM"
          to odaopt-rapor-satir
     write odaopt-rapor-satir
     move w-tarih to opt-tarih
     move 0       to opt-sira
     start odaopt key is not less than opt-anah
           invalid move "10" to fs-odaopt
     end-start
     perform rapor-satiri
             until fs-odaopt = "10"
     close odaopt-rapor
     .

 tip-ozeti.
     if w-tip-once (w-tip-ix) = 0 and w-tip-sonra (w-tip-ix) = 0
        exit paragraph
     end-if
     move spaces to odaopt-rapor-satir
     move "TIP " to odaopt-rapor-satir (1:4)
     move w-tip-kod (w-tip-ix) to odaopt-rapor-satir (5:2)
     move w-tip-once (w-tip-ix) to w-sayi-ed
     move "DELIK ONCE" to odaopt-rapor-satir (9:10)
     move w-sayi-ed to odaopt-rapor-satir (20:4)
     move w-tip-sonra (w-tip-ix) to w-sayi-ed
     move "SONRA" to odaopt-rapor-satir (26:5)
     move w-sayi-ed to odaopt-rapor-satir (32:4)
     write odaopt-rapor-satir
     .

 rapor-satiri.
     read odaopt next record
          at end move "10" to fs-odaopt
     end-read
     if fs-odaopt not = "00" and fs-odaopt not = "02"
        move "10" to fs-odaopt
     end-if
     if fs-odaopt = "10"
        exit paragraph
     end-if
     if opt-tarih not = w-tarih
        move "10" to fs-odaopt
        exit paragraph
     end-if
     move spaces to odaopt-rapor-satir
     move opt-sira      to odaopt-rapor-satir (1:4)
     move opt-rez-no    to odaopt-rapor-satir (6:8)
     move opt-oda-tipi  to odaopt-rapor-satir (16:2)
     move opt-eski-oda  to odaopt-rapor-satir (20:4)
     move opt-yeni-oda  to odaopt-rapor-satir (25:4)
     move opt-gir-tar   to odaopt-rapor-satir (30:8)
     move opt-cik-tar   to odaopt-rapor-satir (39:8)
     move opt-durum     to odaopt-rapor-satir (48:1)
     move opt-neden     to odaopt-rapor-satir (50:4)
     move opt-kllnc     to odaopt-rapor-satir (55:10)
     write odaopt-rapor-satir
     if lk-mod-rapor
        add 1 to w-oneri-sayisi
     end-if
     .
