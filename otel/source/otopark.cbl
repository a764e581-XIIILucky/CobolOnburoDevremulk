*> otopark.cbl
*> Misafir araci ve otopark kaydi, gecelik ucretlendirme. Garajda
*> sinirli yer var; misafire girisde "yer olmayabilir" deniyor,
*> ucretli otopark ise kapici resepsiyonu aramayi hatirlarsa
*> foliye yaziliyordu. Bu program OTPTIP (yer tipi, yer sayisi,
*> gecelik ucret) ve OTPREZ (rezervasyon basina plaka, yer tipi,
*> gece araligi, garajda mi) dosyalarini isletir:
*>   - lk-mod-tanim: yer tipi acilir/guncellenir (yer sayisi,
*>     ucret, folio malzeme kodu); ucret sifir ise ucretsizdir,
*>   - lk-mod-rezerve: rezervasyon aninda otopark ayrilir; araligin
*>     her gecesi icin ayrilmis yer + 1 tipin yer sayisini asiyorsa
*>     satis durur ("DOLU", ilk dolu gece lk-dolu-tarih'te doner).
*>     Bos tarihler konaklamanin tamamidir; plaka bos olabilir,
*>   - lk-mod-plaka: ayrilmis yerin plakasi / araci guncellenir,
*>   - lk-mod-iptal: otopark rezervasyonu serbest birakilir,
*>   - lk-mod-musait: tip ve aralik icin en az bos yer ve ilk
*>     dolu gece,
*>   - lk-mod-giris: kapi girisi - arac rezervasyonun bugunu
*>     kapsayan kaydina (ayni plaka ya da plakasiz) islenir; kayit
*>     yoksa bugunden konaklama sonuna yer ayrilir (dolu ise arac
*>     kabul edilmez, "DOLU"),
*>   - lk-mod-cikis: kapi cikisi - plakanin garajdaki kaydi kapanir,
*>   - lk-mod-liste: verilen gunun plaka sirali garaj listesi
*>     (otopark.txt) ve tip basina bos yer / satis durdu dokumu;
*>     rezervasyonu cikis yapmis (ya da iptal edilmis) ama araci
*>     hala garajda gorunen plakalar isaretlenir,
*>   - lk-mod-gece (gecedrv varsayilani): ucretli otopark evdeki
*>     rezervasyonlarin foliosuna gecelik fis olarak kesilir
*>     (malzeme kodu yer tipinden, fis kodu "OTP"+tip; her gece bir
*>     kez - otr-son-post), erken cikista aralik kisaltilir, iptal/
*>     no-show rezervasyonlarin yerleri serbest birakilir ve gunun
*>     garaj listesi guvenlik icin basilir. casthiz'in oda
*>     tahakkukundan sonra kosulur.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. otopark.
environment division.
input-output section.
file-control.
     copy "otptip.sel.cpy".

     copy "otprez.sel.cpy".

     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     select otopark-rapor assign to random
            otopark-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "otptip.lib.cpy".

 copy "otprez.lib.cpy".

 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

fd  otopark-rapor.
01  otopark-rapor-satir          pic x(132).

working-storage section.
01  otptip-dosya                 pic x(200) value "otptip.dat".
01  otprez-dosya                 pic x(200) value "otprez.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  otopark-rapor-dosya          pic x(200) value "otopark.txt".
01  fs-otptip                    pic xx.
01  fs-otprez                    pic xx.
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.

01  w-bugun                      pic 9(08).
01  w-simdi                      pic 9(06).
01  w-son-fis                    pic 9(10).

*> musaitlik: w-gece'yi kapsayan aktif kayitlarin yer toplami
01  w-gece                       pic 9(08).
01  w-ayrilan                    pic 9(05).
01  w-bos                        pic s9(05).
01  w-en-az-bos                  pic s9(05).
01  w-dolu-tarih                 pic 9(08).
01  w-kod                        pic x(04).
01  w-bas-tar                    pic 9(08).
01  w-bit-tar                    pic 9(08).
01  w-sira                       pic 9(03).

*> plaka bosluksuz, buyuk harf
01  w-ham                        pic x(10).
01  w-plaka                      pic x(10).
01  w-c                          pic 9(02).
01  w-p                          pic 9(02).
01  w-bulundu                    pic x(01).

01  w-tutar                      pic 9(10)v99.
01  w-kesilen                    pic 9(05).
01  w-serbest                    pic 9(05).
01  w-kisalan                    pic 9(05).
01  w-tutar-toplam               pic 9(10)v99.

*> garaj listesi
01  w-liste-tarih                pic 9(08).
01  w-lst-sayisi                 pic 9(05).
01  w-isaretli                   pic 9(05).
01  w-durum-ed                   pic x(30).
01  w-rez-var                    pic x(01).

01  w-tutar-ed                   pic z(9)9,99-.
01  w-sayi-ed                    pic z(4)9.
01  w-bos-ed                     pic z(4)9-.

*> gecedrv parametresiz cagirdiginda tam gece akisi
01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic x(34) value spaces.
    02  filler                   pic 9(03) value 0.
    02  filler                   pic 9(07)v99 value 0.
    02  filler                   pic x(03) value spaces.
    02  filler                   pic 9(11) value 0.
    02  filler                   pic x(30) value spaces.
    02  filler                   pic 9(24) value 0.
    02  filler                   pic x(10) value spaces.
    02  filler                   pic 9(11) value 0.
    02  filler                   pic x(04) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  otopark-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-tanim             value "T".
        88  lk-mod-rezerve           value "B".
        88  lk-mod-plaka             value "P".
        88  lk-mod-iptal             value "I".
        88  lk-mod-musait            value "M".
        88  lk-mod-giris             value "A".
        88  lk-mod-cikis             value "C".
        88  lk-mod-liste             value "L".
        88  lk-mod-gece              value "G".
    02  lk-kod                   pic x(04).
    02  lk-adi                   pic x(30).
    02  lk-adet                  pic 9(03).
    02  lk-ucret                 pic 9(07)v99.
    02  lk-malzeme               pic x(03).
    02  lk-rez-no                pic 9(08).
    02  lk-sira                  pic 9(03).
    02  lk-plaka                 pic x(10).
    02  lk-arac                  pic x(20).
    02  lk-bas-tar               pic 9(08).
    02  lk-bit-tar               pic 9(08).
*>   liste: listenin gunu (bos ise bugun)
    02  lk-tarih                 pic 9(08).
    02  lk-kllnc                 pic x(10).
*>   musait / rezerve(DOLU): en az bos yer ve ilk dolu gece
    02  lk-bos-adet              pic 9(03).
    02  lk-dolu-tarih            pic 9(08).
*>   YOK rez yok, TIP tip yok/pasif, TARH gece araligi gecersiz,
*>   DOLU satis durdu, KYOK otopark kaydi yok, PLKA plaka bos,
*>   ICDE arac zaten garajda
    02  lk-red-nedeni            pic x(04).
*>   liste: satir; gece: kesilen fis
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional otopark-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     accept w-simdi from time
     if address of otopark-link = null
        set address of otopark-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi
     move spaces to lk-red-nedeni
     open i-o otptip
     if fs-otptip = "35"
        close otptip
        open output otptip
        close otptip
        open i-o otptip
     end-if
     open i-o otprez
     if fs-otprez = "35"
        close otprez
        open output otprez
        close otprez
        open i-o otprez
     end-if
     open input rez
     if fs-otptip not = "00" or fs-otprez not = "00"
     or fs-rez not = "00"
        close otptip otprez rez
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-tanim
             perform tanim-isle
        when lk-mod-rezerve
             perform rezerve-isle
        when lk-mod-plaka
             perform plaka-isle
        when lk-mod-iptal
             perform iptal-isle
        when lk-mod-musait
             perform musait-isle
        when lk-mod-giris
             perform giris-isle
        when lk-mod-cikis
             perform cikis-isle
        when lk-mod-liste
             move lk-tarih to w-liste-tarih
             if w-liste-tarih = 0
                move w-bugun to w-liste-tarih
             end-if
             perform liste-bas
             move w-lst-sayisi to lk-sayi
        when lk-mod-gece
             perform gece-isle
             move w-bugun to w-liste-tarih
             perform liste-bas
             move w-kesilen to lk-sayi
        when other
             set lk-sonuc-hata to true
     end-evaluate
     close otptip otprez rez
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> yer tipi tanimi
*> ---------------------------------------------------------------
 tanim-isle.
     if lk-kod = spaces
        move "TIP " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-kod to otp-kod
     read otptip
          invalid
              initialize otp-rec
              move lk-kod to otp-kod
              move lk-adi      to otp-adi
              move lk-adet     to otp-adet
              move lk-ucret    to otp-ucret
              move lk-malzeme  to otp-malzeme
              set otp-aktif to true
              move lk-kllnc    to otp-kllnc
              write otp-rec invalid set lk-sonuc-hata to true
              end-write
              exit paragraph
     end-read
     if lk-adi not = spaces
        move lk-adi to otp-adi
     end-if
     move lk-adet     to otp-adet
     move lk-ucret    to otp-ucret
     move lk-malzeme  to otp-malzeme
     set otp-aktif to true
     if lk-adet = 0
        set otp-pasif to true
     end-if
     move lk-kllnc    to otp-kllnc
     rewrite otp-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> ---------------------------------------------------------------
*> otopark rezervasyonu: gece araligi konaklamanin icinde olmalidir;
*> araligin her gecesi icin musaitlik denetlenir
*> ---------------------------------------------------------------
 rezerve-isle.
     perform rez-oku
     if lk-sonuc-hata
        exit paragraph
     end-if
     move lk-bas-tar to w-bas-tar
     move lk-bit-tar to w-bit-tar
     if w-bas-tar = 0
        move rez-gir-tar to w-bas-tar
     end-if
     if w-bit-tar = 0
        move rez-cik-tar to w-bit-tar
        compute w-bit-tar = function date-of-integer
                (function integer-of-date (w-bit-tar) - 1)
     end-if
     if rez-gunluk-kullanim
     or w-bas-tar > w-bit-tar
     or w-bas-tar < rez-gir-tar
     or w-bit-tar not < rez-cik-tar
        move "TARH" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-plaka to w-ham
     perform plaka-bicimle
     perform yer-ayir
     .

 rez-oku.
     move lk-rez-no to rez-no
     read rez
          invalid move "YOK " to lk-red-nedeni
                  set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if rez-iptal-oldu or rez-no-show
        move "YOK " to lk-red-nedeni
        set lk-sonuc-hata to true
     end-if
     .

*> w-bas-tar..w-bit-tar icin lk-kod tipinde yer: OTPTIP okunur,
*> musaitlik denetlenir, kayit yazilir (plaka w-plaka)
 yer-ayir.
     move lk-kod to otp-kod
     read otptip
          invalid move "TIP " to lk-red-nedeni
                  set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if not otp-aktif
        move "TIP " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-kod  to w-kod
     perform aralik-musaitligi
     if w-en-az-bos < 0
        move 0 to lk-bos-adet
     else
        move w-en-az-bos to lk-bos-adet
     end-if
     move w-dolu-tarih to lk-dolu-tarih
     if w-dolu-tarih > 0
        move "DOLU" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform sira-bul
     move lk-kod      to otr-kod
     move w-bit-tar   to otr-bit-tar
     move w-bas-tar   to otr-bas-tar
     move w-plaka     to otr-plaka
     move lk-arac     to otr-arac
     move rez-odano   to otr-odano
     set otr-aktif to true
     move "H"         to otr-iceride
     move 0           to otr-son-post
     move lk-kllnc    to otr-kllnc
     move w-bugun     to otr-isl-tar
     write otr-rec invalid set lk-sonuc-hata to true
     end-write
     move otr-sira to lk-sira
     move w-bas-tar to lk-bas-tar
     move w-bit-tar to lk-bit-tar
     .

*> rezervasyonun son otopark sirasi + 1
 sira-bul.
     move rez-no to otr-rez-no
     move 999    to otr-sira
     start otprez key is less than otr-anah
           invalid move "10" to fs-otprez
     end-start
     if fs-otprez = "00"
        read otprez previous record
             at end move "10" to fs-otprez
        end-read
     end-if
     if fs-otprez = "00" and otr-rez-no = rez-no
        compute w-sira = otr-sira + 1
     else
        move 1 to w-sira
     end-if
     initialize otr-rec
     move rez-no to otr-rez-no
     move w-sira to otr-sira
     .

 plaka-bicimle.
     move spaces to w-plaka
     move 0 to w-p
     perform plaka-harfi
             varying w-c from 1 by 1 until w-c > 10
     move function upper-case (w-plaka) to w-plaka
     .

 plaka-harfi.
     if w-ham (w-c:1) not = space
        add 1 to w-p
        move w-ham (w-c:1) to w-plaka (w-p:1)
     end-if
     .

 plaka-isle.
     move lk-rez-no to otr-rez-no
     move lk-sira   to otr-sira
     read otprez
          invalid move "KYOK" to lk-red-nedeni
                  set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if not otr-aktif
        move "KYOK" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-plaka to w-ham
     perform plaka-bicimle
     if w-plaka = spaces
        move "PLKA" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move w-plaka  to otr-plaka
     if lk-arac not = spaces
        move lk-arac to otr-arac
     end-if
     move lk-kllnc to otr-kllnc
     move w-bugun  to otr-isl-tar
     rewrite otr-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

 iptal-isle.
     move lk-rez-no to otr-rez-no
     move lk-sira   to otr-sira
     read otprez
          invalid move "KYOK" to lk-red-nedeni
                  set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if not otr-aktif
        move "KYOK" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     set otr-iptal to true
     move lk-kllnc to otr-kllnc
     move w-bugun  to otr-isl-tar
     rewrite otr-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

 musait-isle.
     move lk-kod to otp-kod
     read otptip
          invalid move "TIP " to lk-red-nedeni
                  set lk-sonuc-hata to true
                  exit paragraph
     end-read
     move lk-bas-tar to w-bas-tar
     move lk-bit-tar to w-bit-tar
     if w-bas-tar = 0
        move w-bugun to w-bas-tar
     end-if
     if w-bit-tar < w-bas-tar
        move w-bas-tar to w-bit-tar
     end-if
     move lk-kod to w-kod
     perform aralik-musaitligi
     if w-en-az-bos < 0
        move 0 to lk-bos-adet
     else
        move w-en-az-bos to lk-bos-adet
     end-if
     move w-dolu-tarih to lk-dolu-tarih
     .

*> ---------------------------------------------------------------
*> aralik musaitligi: w-kod, w-bas-tar..w-bit-tar; w-en-az-bos
*> araligin en dar gecesindeki bos yer, w-dolu-tarih bos yerin
*> kalmadigi ilk gece (0 ise yer var). OTPTIP kaydi bellektedir.
*> ---------------------------------------------------------------
 aralik-musaitligi.
     move 0 to w-dolu-tarih
     move otp-adet to w-en-az-bos
     move w-bas-tar to w-gece
     perform gece-musaitligi
             until w-gece > w-bit-tar
     .

 gece-musaitligi.
     perform gece-ayrilan
     compute w-bos = otp-adet - w-ayrilan
     if w-bos < w-en-az-bos
        move w-bos to w-en-az-bos
     end-if
     if w-bos < 1 and w-dolu-tarih = 0
        move w-gece to w-dolu-tarih
     end-if
     compute w-gece = function date-of-integer
             (function integer-of-date (w-gece) + 1)
     .

*> w-gece'yi kapsayan aktif kayitlar: son gecesi w-gece ya da
*> sonrasi olup ilk gecesi w-gece ya da oncesi olanlar
 gece-ayrilan.
     move 0 to w-ayrilan
     move w-kod  to otr-kod
     move w-gece to otr-bit-tar
     start otprez key is not less than otr-alt
           invalid move "10" to fs-otprez
     end-start
     perform ayrilan-satiri
             until fs-otprez = "10"
     .

 ayrilan-satiri.
     read otprez next record
          at end move "10" to fs-otprez
     end-read
     if fs-otprez not = "00" and fs-otprez not = "02"
        move "10" to fs-otprez
     end-if
     if fs-otprez not = "10"
        if otr-kod not = w-kod
           move "10" to fs-otprez
        else
           if otr-aktif and otr-bas-tar <= w-gece
              add 1 to w-ayrilan
           end-if
        end-if
     end-if
     .

*> ---------------------------------------------------------------
*> kapi girisi / cikisi
*> ---------------------------------------------------------------
 giris-isle.
     move lk-plaka to w-ham
     perform plaka-bicimle
     if w-plaka = spaces
        move "PLKA" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform plaka-iceride-mi
     if w-bulundu = "E"
        move "ICDE" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform rez-oku
     if lk-sonuc-hata
        exit paragraph
     end-if
*>   once ayni plakali, yoksa plakasiz ayrilmis kayit aranir
     move "H" to w-bulundu
     move w-plaka to w-ham
     perform rez-kaydi-ara
     if w-bulundu not = "E"
        move spaces to w-ham
        perform rez-kaydi-ara
     end-if
     if w-bulundu not = "E"
*>      ayrilmis yer yok: bugunden konaklama sonuna yer ayrilir
        move w-bugun to w-bas-tar
        move rez-cik-tar to w-bit-tar
        compute w-bit-tar = function date-of-integer
                (function integer-of-date (w-bit-tar) - 1)
        if w-bit-tar < w-bas-tar
           move w-bas-tar to w-bit-tar
        end-if
        perform yer-ayir
        if lk-sonuc-hata
           exit paragraph
        end-if
     end-if
     move w-plaka  to otr-plaka
     if lk-arac not = spaces
        move lk-arac to otr-arac
     end-if
     move "E"      to otr-iceride
     move w-bugun  to otr-giris-tar
     move w-simdi (1:4) to otr-giris-saat
     move 0        to otr-cikis-tar otr-cikis-saat
     move lk-kllnc to otr-kllnc
     move w-bugun  to otr-isl-tar
     rewrite otr-rec invalid set lk-sonuc-hata to true
     end-rewrite
     move otr-sira to lk-sira
     .

*> rezervasyonun bugunu kapsayan aktif kaydi, plakasi w-ham olan
 rez-kaydi-ara.
     move rez-no to otr-rez-no
     move 0      to otr-sira
     start otprez key is not less than otr-anah
           invalid move "10" to fs-otprez
     end-start
     perform rez-kaydi
             until fs-otprez = "10" or w-bulundu = "E"
     .

 rez-kaydi.
     read otprez next record
          at end move "10" to fs-otprez
     end-read
     if fs-otprez not = "00" and fs-otprez not = "02"
        move "10" to fs-otprez
     end-if
     if fs-otprez = "10"
        exit paragraph
     end-if
     if otr-rez-no not = rez-no
        move "10" to fs-otprez
        exit paragraph
     end-if
     if otr-aktif and otr-plaka = w-ham
     and otr-bas-tar <= w-bugun and otr-bit-tar >= w-bugun
        move "E" to w-bulundu
     end-if
     .

*> w-plaka garajda gorunuyor mu; bulunursa kayit bellektedir
 plaka-iceride-mi.
     move "H" to w-bulundu
     move w-plaka to otr-plaka
     start otprez key is not less than otr-plaka
           invalid move "10" to fs-otprez
     end-start
     perform plaka-kaydi
             until fs-otprez = "10" or w-bulundu = "E"
     .

 plaka-kaydi.
     read otprez next record
          at end move "10" to fs-otprez
     end-read
     if fs-otprez not = "00" and fs-otprez not = "02"
        move "10" to fs-otprez
     end-if
     if fs-otprez = "10"
        exit paragraph
     end-if
     if otr-plaka not = w-plaka
        move "10" to fs-otprez
        exit paragraph
     end-if
     if otr-arac-iceride
        move "E" to w-bulundu
     end-if
     .

 cikis-isle.
     move lk-plaka to w-ham
     perform plaka-bicimle
     if w-plaka = spaces
        move "PLKA" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform plaka-iceride-mi
     if w-bulundu not = "E"
        move "KYOK" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move "H"      to otr-iceride
     move w-bugun  to otr-cikis-tar
     move w-simdi (1:4) to otr-cikis-saat
     move lk-kllnc to otr-kllnc
     move w-bugun  to otr-isl-tar
     rewrite otr-rec invalid set lk-sonuc-hata to true
     end-rewrite
     move otr-rez-no to lk-rez-no
     move otr-sira   to lk-sira
     .

*> ---------------------------------------------------------------
*> gece: ucretli otopark foliye, erken cikis kisaltma, iptal/
*> no-show yerleri serbest
*> ---------------------------------------------------------------
 gece-isle.
     move 0 to w-kesilen w-serbest w-kisalan w-tutar-toplam
     open i-o cast-log
     if fs-cast-log = "35"
        close cast-log
        open output cast-log
        close cast-log
        open i-o cast-log
     end-if
     if fs-cast-log not = "00"
        close cast-log
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform son-fis-bul
     move low-values to otr-anah
     start otprez key is not less than otr-anah
           invalid move "10" to fs-otprez
     end-start
     perform gece-satiri
             until fs-otprez = "10"
     close cast-log
     .

 son-fis-bul.
     move 0 to w-son-fis
     move high-values to cast-log-fis
     start cast-log key is less than cast-log-fis
           invalid continue
     end-start
     read cast-log previous record
          at end continue
     end-read
     if fs-cast-log = "00"
        move cast-log-fis to w-son-fis
     end-if
     .

 gece-satiri.
     read otprez next record
          at end move "10" to fs-otprez
     end-read
     if fs-otprez not = "00" and fs-otprez not = "02"
        move "10" to fs-otprez
     end-if
     if fs-otprez = "10"
        exit paragraph
     end-if
     if not otr-aktif
        exit paragraph
     end-if
     move otr-rez-no to rez-no
     read rez
          invalid exit paragraph
     end-read
     if rez-iptal-oldu or rez-no-show
        set otr-iptal to true
        move "GECE" to otr-kllnc
        move w-bugun to otr-isl-tar
        rewrite otr-rec invalid continue end-rewrite
        add 1 to w-serbest
        exit paragraph
     end-if
*>   erken cikis: konaklamadan sonraki geceler serbest kalir
     if otr-bit-tar not < rez-cik-tar
        move rez-cik-tar to w-bit-tar
        compute w-bit-tar = function date-of-integer
                (function integer-of-date (w-bit-tar) - 1)
        if w-bit-tar < otr-bas-tar
           set otr-iptal to true
        else
           move w-bit-tar to otr-bit-tar
        end-if
        move "GECE" to otr-kllnc
        move w-bugun to otr-isl-tar
        rewrite otr-rec invalid continue end-rewrite
        add 1 to w-kisalan
        if otr-iptal
           exit paragraph
        end-if
     end-if
     if otr-bas-tar > w-bugun or otr-bit-tar < w-bugun
     or otr-son-post >= w-bugun
        exit paragraph
     end-if
     if rez-folio = 0 or rez-no-post not = 0
     or rez-gir-tar > w-bugun or rez-cik-tar <= w-bugun
        exit paragraph
     end-if
     move otr-kod to otp-kod
     read otptip
          invalid move 0 to otp-ucret
     end-read
*>   gece ancak fis CAST-log'a yazildiysa islenmis sayilir;
*>   yazilamayan fis sonraki calismada yeniden denenir
     if otp-ucret > 0
        perform otopark-fisi-kes
     else
        move w-bugun to otr-son-post
     end-if
     if otr-son-post = w-bugun
        rewrite otr-rec invalid continue end-rewrite
     end-if
     .

*> gecenin otopark fis'i (casthiz'in oda fisinin yaninda)
 otopark-fisi-kes.
     move otp-ucret to w-tutar
     initialize cast-log-rec
     move w-bugun         to cast-log-tarih
     move rez-no          to cast-log-rez-no
     move rez-odano       to cast-log-oda-no
     move w-tutar         to cast-log-fiyati
     move otp-malzeme     to cast-log-br-malzeme-kodu (1)
     move w-tutar         to cast-log-br-malzeme-tut (1)
     move rez-pan-tipi    to cast-log-pan-tipi
     move rez-grup-no     to cast-log-grup
     move "OTOPARK"       to cast-log-rate-kodu
     move spaces          to cast-log-break-kodu
     string "OTP" otr-kod delimited by size
            into cast-log-break-kodu
     add 1 to w-son-fis
     move w-son-fis to cast-log-fis
     write cast-log-rec
           invalid exit paragraph
     end-write
     move w-bugun to otr-son-post
     add 1 to w-kesilen
     add w-tutar to w-tutar-toplam
     .

*> ---------------------------------------------------------------
*> guvenlik icin plaka sirali garaj listesi (w-liste-tarih): o
*> gece yeri ayrilmis ya da garajda gorunen araclar
*> ---------------------------------------------------------------
 liste-bas.
     move 0 to w-lst-sayisi w-isaretli
     open output otopark-rapor
     move spaces to otopark-rapor-satir
     string "GARAJ LISTESI (PLAKA SIRALI) - " w-liste-tarih
            delimited by size into otopark-rapor-satir
     write otopark-rapor-satir
     move all "-" to otopark-rapor-satir
     write otopark-rapor-satir
     move spaces to otopark-rapor-satir
     string "PLAKA      TIP  ODA  REZ-NO    MISAFIR"
            "              ARAC                 GIRIS"
            "         DURUM"
            delimited by size into otopark-rapor-satir
     write otopark-rapor-satir
     move low-values to otr-plaka
     start otprez key is not less than otr-plaka
           invalid move "10" to fs-otprez
     end-start
     perform liste-satiri
             until fs-otprez = "10"
     move w-lst-sayisi to w-sayi-ed
     move spaces to otopark-rapor-satir
     string "TOPLAM ARAC " w-sayi-ed
            delimited by size into otopark-rapor-satir
     write otopark-rapor-satir
     move w-isaretli to w-sayi-ed
     move spaces to otopark-rapor-satir
     string "CIKIS YAPMIS / IPTAL REZERVASYONLU ARAC " w-sayi-ed
            delimited by size into otopark-rapor-satir
     write otopark-rapor-satir
     move spaces to otopark-rapor-satir
     write otopark-rapor-satir
     move spaces to otopark-rapor-satir
     string "TIP BASINA BOS YER - " w-liste-tarih
            delimited by size into otopark-rapor-satir
     write otopark-rapor-satir
     move low-values to otp-kod
     start otptip key is not less than otp-kod
           invalid move "10" to fs-otptip
     end-start
     perform tip-musaitligi
             until fs-otptip = "10"
     if lk-mod-gece
        move spaces to otopark-rapor-satir
        write otopark-rapor-satir
        move w-kesilen to w-sayi-ed
        move w-tutar-toplam to w-tutar-ed
        move spaces to otopark-rapor-satir
        string "GECE FISI " w-sayi-ed "  TUTAR " w-tutar-ed
               delimited by size into otopark-rapor-satir
        write otopark-rapor-satir
        move w-kisalan to w-sayi-ed
        move spaces to otopark-rapor-satir
        string "ERKEN CIKIS KISALTILAN " w-sayi-ed
               delimited by size into otopark-rapor-satir
        write otopark-rapor-satir
        move w-serbest to w-sayi-ed
        move spaces to otopark-rapor-satir
        string "IPTAL/NO-SHOW SERBEST BIRAKILAN " w-sayi-ed
               delimited by size into otopark-rapor-satir
        write otopark-rapor-satir
     end-if
     close otopark-rapor
     .

 liste-satiri.
     read otprez next record
          at end move "10" to fs-otprez
     end-read
     if fs-otprez not = "00" and fs-otprez not = "02"
        move "10" to fs-otprez
     end-if
     if fs-otprez = "10"
        exit paragraph
     end-if
     if not otr-arac-iceride
        if not otr-aktif
        or otr-bas-tar > w-liste-tarih
        or otr-bit-tar < w-liste-tarih
           exit paragraph
        end-if
     end-if
     move "H" to w-rez-var
     move spaces to rez-soyadi
     move otr-rez-no to rez-no
     read rez
          invalid continue
          not invalid move "E" to w-rez-var
     end-read
     move spaces to w-durum-ed
     evaluate true
        when otr-arac-iceride and w-rez-var not = "E"
        when otr-arac-iceride and (rez-iptal-oldu or rez-no-show)
        when otr-arac-iceride and rez-cik-tar <= w-liste-tarih
             move "** CIKIS YAPMIS - ARAC ICERIDE" to w-durum-ed
             add 1 to w-isaretli
        when otr-arac-iceride and not otr-aktif
             move "** OTOPARK IPTAL, ARAC ICERIDE" to w-durum-ed
             add 1 to w-isaretli
        when otr-arac-iceride
             move "GARAJDA" to w-durum-ed
        when otr-cikis-tar > 0
             move "DISARIDA" to w-durum-ed
        when other
             move "BEKLENIYOR" to w-durum-ed
     end-evaluate
     add 1 to w-lst-sayisi
     move spaces to otopark-rapor-satir
     move otr-plaka   to otopark-rapor-satir (1:10)
     move otr-kod     to otopark-rapor-satir (12:4)
     if w-rez-var = "E" and rez-odano not = spaces
        move rez-odano to otopark-rapor-satir (17:4)
     else
        move otr-odano to otopark-rapor-satir (17:4)
     end-if
     move otr-rez-no  to otopark-rapor-satir (22:8)
     move rez-soyadi  to otopark-rapor-satir (32:20)
     move otr-arac    to otopark-rapor-satir (53:20)
     if otr-giris-tar > 0
        move otr-giris-tar  to otopark-rapor-satir (74:8)
        move otr-giris-saat to otopark-rapor-satir (83:4)
     end-if
     move w-durum-ed  to otopark-rapor-satir (88:30)
     write otopark-rapor-satir
     .

 tip-musaitligi.
     read otptip next record
          at end move "10" to fs-otptip
     end-read
     if fs-otptip not = "00" and fs-otptip not = "02"
        move "10" to fs-otptip
     end-if
     if fs-otptip = "10"
        exit paragraph
     end-if
     if not otp-aktif
        exit paragraph
     end-if
     move otp-kod to w-kod
     move w-liste-tarih to w-gece
     perform gece-ayrilan
     compute w-bos = otp-adet - w-ayrilan
     move w-bos to w-bos-ed
     move spaces to otopark-rapor-satir
     move otp-kod to otopark-rapor-satir (1:4)
     move otp-adi to otopark-rapor-satir (6:30)
     move otp-adet to otopark-rapor-satir (37:3)
     move w-bos-ed to otopark-rapor-satir (42:6)
     if w-bos <= 0
        move "SATIS DURDU" to otopark-rapor-satir (50:11)
     end-if
     write otopark-rapor-satir
     .
