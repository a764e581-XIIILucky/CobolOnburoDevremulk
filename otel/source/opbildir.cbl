*> opbildir.cbl
*> Tur operatorlerine gunluk konaklama (in-house / no-show)
*> bildirimi. Operatorler kimin gercekten geldigini, kimin gelmedigini
*> ve kimin erken ayrildigini ancak ay sonunda Bavel/ACENFAT
*> faturasini gorunce ogreniyor; ihtilaflar o zaman basliyordu. Bu
*> program gece sirasinda gelmedi adimindan sonra calisir ve her
*> aktif OPBPROF profili (acenta anahtarli: bicim CSV/XML, teslim
*> komut/mail) icin bir onceki gunun bildirim dosyasini uretir:
*>   - lk-mod-gunluk: REZ taranir; profili olan acentalarin
*>     rezervasyonlarinda henuz bildirilmemis olaylar OPBOLAY'a
*>     (acenta + bildirim tarihi + REZ + olay anahtarli) yazilir:
*>       IN giris yapti (folio acik), oda no ve gercek kisi sayisi,
*>       LA gec giris (rez-gec): voucher giris tarihi plan girisidir,
*>       NS no-show (gelmedi isaretledi),
*>       ED erken cikis: giriste bildirilen cikis tarihinden once
*>          ayrildi; tuketilen gece sayisi verilir.
*>     Her olay REZ'de bir kez bildirilir (rez-opb-durum); gece
*>     kacirilsa da lk-geri-gun kadar geriye bakildigindan olay
*>     sonraki bildirime dusurulur. Ardindan her profil icin
*>     OPBOLAY satirlarindan dosya yazilir ve teslim edilir: "K"
*>     profil komutu (sonuna dosya adi eklenerek) SYSTEM ile, "M"
*>     MAILDATA kuyruguna (konu satirinda dosya adi; gonderici dosyayi
*>     ekler). Her dosya OPBLOG'a (acenta + tarih) gonderim durumuyla
*>     islenir,
*>   - lk-mod-yeniden: lk-acenta/lk-tarih dosyasi OPBOLAY'dan yeniden
*>     uretilip yeniden teslim edilir (REZ taranmaz),
*>   - lk-mod-cevap: operator cevap dosyasi opbcvp.csv okunur (satir:
*>     acenta;tarih;sonuc(A/R);aciklama) ve OPBLOG eslestirilir,
*>   - lk-mod-onay: operatorun e-posta/telefonla verdigi onay elle
*>     islenir (lk-cevap A/R, lk-aciklama, lk-kllnc-kodu),
*>   - lk-mod-profil: lk-acenta profili acilir/guncellenir (aciklama
*>     lk-aciklama'nin ilk 30 hanesi, bicim, teslim, komut, mail,
*>     bos dosya gonderimi, durum); pasife alinan profile bildirim
*>     uretilmez. OPBPROF yoksa bos olarak kurulur.
*> Her calismanin dokumu opbildir.txt'ye yazilir; sonunda cevapsiz
*> (gonderilmis ama onaylanmamis) ve teslim edilemeyen bildirimler
*> listelenir - acenta takibi ihtilafa donmeden buradan yurur.
*> Dosya adi: opb<acenta>-<yyyymmdd>.csv / .xml
*> CSV satiri: VOUCHER;REZ_NO;DURUM;ODA;GIRIS;CIKIS;PLAN_GIRIS;
*>   PLAN_CIKIS;GECE;YETISKIN;COCUK;BEBEK;SOYADI;ADI
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. opbildir.
environment division.
input-output section.
file-control.
     copy "rez.sel.cpy".

     copy "opbprof.sel.cpy".

     copy "opbolay.sel.cpy".

     copy "opblog.sel.cpy".

     copy "maildata.sel.cpy".

     select opb-cikti assign to random
            opb-cikti-dosya
            organization line sequential
            file status is fs-cikti.

     select opbcvp assign to random
            opbcvp-dosya
            organization line sequential
            file status is fs-opbcvp.

     select opbildir-rapor assign to random
            opbildir-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "rez.lib.cpy".

 copy "opbprof.lib.cpy".

 copy "opbolay.lib.cpy".

 copy "opblog.lib.cpy".

 copy "maildata.lib.cpy".

fd  opb-cikti.
01  opb-cikti-satir              pic x(400).

fd  opbcvp.
01  cvp-satir                    pic x(200).

fd  opbildir-rapor.
01  opbildir-rapor-satir         pic x(132).

working-storage section.
01  rez-dosya                    pic x(200) value "rez.dat".
01  opbprof-dosya                pic x(200) value "opbprof.dat".
01  opbolay-dosya                pic x(200) value "opbolay.dat".
01  opblog-dosya                 pic x(200) value "opblog.dat".
01  maildata-dosya               pic x(200) value "maildata.dat".
01  opb-cikti-dosya              pic x(200).
01  opbcvp-dosya                 pic x(200) value "opbcvp.csv".
01  opbildir-rapor-dosya         pic x(200) value "opbildir.txt".
01  fs-rez                       pic xx.
01  fs-opbprof                   pic xx.
01  fs-opbolay                   pic xx.
01  fs-opblog                    pic xx.
01  fs-maildata                  pic xx.
01  fs-cikti                     pic xx.
01  fs-opbcvp                    pic xx.

01  w-bugun                      pic 9(08).
01  w-simdi                      pic 9(06).
01  w-bildirim-tarihi            pic 9(08).
01  w-alt-sinir                  pic 9(08).
01  w-tarih-1                    pic 9(08).
01  w-tarih-2                    pic 9(08).
01  w-gece                       pic 9(03).

*> bildirimi acik acentalar (OPBPROF aktif satirlari)
01  w-acenta-tablosu.
    02  w-acenta-kod occurs 200 times pic x(04).
01  w-acenta-sayisi              pic 9(03).
01  w-acenta-ix                  pic 9(03).
01  w-acenta-var                 pic x(01).

*> REZ taramasinda bulunan olay
01  w-olay                       pic x(02).
01  w-plan-gir                   pic 9(08).
01  w-plan-cik                   pic 9(08).

*> dosya uretimi ve teslim
01  w-dosya-adi                  pic x(40).
01  w-komut                      pic x(200).
01  w-komut-sonuc                pic s9(09) comp-5.
01  w-teslim-tamam               pic x(01).
01  w-satir-sayisi               pic 9(05).
01  w-mail-sira                  pic 9(06).
01  w-mail-id                    pic x(20).

*> cevap dosyasi satiri
01  w-cvp-acenta                 pic x(04).
01  w-cvp-tarih                  pic x(08).
01  w-cvp-sonuc                  pic x(01).
01  w-cvp-aciklama               pic x(60).
01  w-cvp-kllnc                  pic x(10).
01  w-eslesen                    pic 9(05).
01  w-eslesmeyen                 pic 9(05).

01  w-olay-sayisi                pic 9(05).
01  w-dosya-sayisi               pic 9(05).
01  w-cevapsiz-sayisi            pic 9(05).
01  w-sayi-ed                    pic z(4)9.

*> gecedrv parametresiz cagirdiginda kullanilan gece varsayilani
01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic 9(08) value 0.
    02  filler                   pic x(04) value spaces.
    02  filler                   pic 9(02) value 3.
    02  filler                   pic x(10) value spaces.
    02  filler                   pic x(01) value space.
    02  filler                   pic x(60) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.
    02  filler                   pic x(184) value spaces.

linkage section.
01  opbildir-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-gunluk            value "G".
        88  lk-mod-yeniden           value "Y".
        88  lk-mod-cevap             value "C".
        88  lk-mod-onay              value "O".
        88  lk-mod-profil            value "P".
*>   bildirim tarihi: 0 ise dun
    02  lk-tarih                 pic 9(08).
    02  lk-acenta                pic x(04).
    02  lk-geri-gun              pic 9(02).
    02  lk-kllnc-kodu            pic x(10).
    02  lk-cevap                 pic x(01).
        88  lk-cevap-kabul           value "A".
        88  lk-cevap-red             value "R".
    02  lk-aciklama              pic x(60).
    02  lk-olay-sayisi           pic 9(05).
    02  lk-dosya-sayisi          pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".
*>   yalniz lk-mod-profil
    02  lk-prf-bicim             pic x(01).
    02  lk-prf-teslim            pic x(01).
    02  lk-prf-komut             pic x(120).
    02  lk-prf-mail              pic x(60).
    02  lk-prf-bos-gonder        pic x(01).
    02  lk-prf-durum             pic x(01).

procedure division using optional opbildir-link.
 ana-islem.
     if address of opbildir-link = null
        set address of opbildir-link to address of w-gece-link
     end-if
     accept w-bugun from date yyyymmdd
     accept w-simdi from time
     set lk-sonuc-tamam to true
     move 0 to lk-olay-sayisi lk-dosya-sayisi
     move 0 to w-olay-sayisi w-dosya-sayisi w-cevapsiz-sayisi
               w-eslesen w-eslesmeyen
     if lk-tarih = 0
        compute w-bildirim-tarihi = function date-of-integer
                (function integer-of-date (w-bugun) - 1)
     else
        move lk-tarih to w-bildirim-tarihi
     end-if
     compute w-alt-sinir = function date-of-integer
             (function integer-of-date (w-bildirim-tarihi)
              - lk-geri-gun)
     open i-o rez
     if fs-rez not = "00"
        close rez
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
*>   profil dosyasi yoksa bos kurulur: profil yok, bildirim yok
     open i-o opbprof
     if fs-opbprof = "35"
        close opbprof
        open output opbprof
        close opbprof
        open i-o opbprof
     end-if
     if fs-opbprof not = "00"
        close rez opbprof
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     open i-o opbolay
     if fs-opbolay = "35"
        close opbolay
        open output opbolay
        close opbolay
        open i-o opbolay
     end-if
     open i-o opblog
     if fs-opblog = "35"
        close opblog
        open output opblog
        close opblog
        open i-o opblog
     end-if
     open i-o maildata
     if fs-maildata = "35"
        close maildata
        open output maildata
        close maildata
        open i-o maildata
     end-if
     if fs-opbolay not = "00" or fs-opblog not = "00"
     or fs-maildata not = "00"
        close rez opbprof opbolay opblog maildata
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     open output opbildir-rapor
     perform rapor-baslik
     evaluate true
        when lk-mod-gunluk  perform gunluk-isle
        when lk-mod-yeniden perform yeniden-gonder
        when lk-mod-cevap   perform cevap-dosyasi-isle
        when lk-mod-onay    perform elle-onay
        when lk-mod-profil  perform profil-tanimla
        when other          set lk-sonuc-hata to true
     end-evaluate
     perform cevapsiz-liste
     move w-olay-sayisi  to lk-olay-sayisi
     move w-dosya-sayisi to lk-dosya-sayisi
     close rez opbprof opbolay opblog maildata opbildir-rapor
     goback.

 rapor-baslik.
     move spaces to opbildir-rapor-satir
     string "OPERATOR KONAKLAMA BILDIRIMI  CALISMA " w-bugun
            " " w-simdi "  BILDIRIM TARIHI " w-bildirim-tarihi
            "  MOD " lk-mod
            delimited by size into opbildir-rapor-satir
     write opbildir-rapor-satir
     move all "-" to opbildir-rapor-satir
     write opbildir-rapor-satir
     .

*> gece akisi: olaylari topla, her profil icin dosyayi uret ve
*> teslim et.
 gunluk-isle.
     perform acenta-tablosu-yukle
     if w-acenta-sayisi = 0
        move spaces to opbildir-rapor-satir
        string "AKTIF OPBPROF PROFILI YOK - BILDIRIM URETILMEDI"
               delimited by size into opbildir-rapor-satir
        write opbildir-rapor-satir
        exit paragraph
     end-if
     move low-values to rez-anah
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform rez-tara
             until fs-rez = "10"
     move low-values to opp-anah
     start opbprof key is not less than opp-anah
           invalid move "10" to fs-opbprof
     end-start
     perform profil-isle
             until fs-opbprof = "10"
     .

 acenta-tablosu-yukle.
     move 0 to w-acenta-sayisi
     move low-values to opp-anah
     start opbprof key is not less than opp-anah
           invalid move "10" to fs-opbprof
     end-start
     perform acenta-tablosu-oku
             until fs-opbprof = "10"
     .

 acenta-tablosu-oku.
     read opbprof next record
          at end move "10" to fs-opbprof
     end-read
     if fs-opbprof not = "00" and fs-opbprof not = "02"
        move "10" to fs-opbprof
     end-if
     if fs-opbprof not = "10"
     and opp-aktif
     and w-acenta-sayisi < 200
        add 1 to w-acenta-sayisi
        move opp-acenta to w-acenta-kod (w-acenta-sayisi)
     end-if
     .

 acenta-ara.
     move "H" to w-acenta-var
     perform acenta-karsilastir
             varying w-acenta-ix from 1 by 1
             until w-acenta-ix > w-acenta-sayisi
                or w-acenta-var = "E"
     .

 acenta-karsilastir.
     if w-acenta-kod (w-acenta-ix) = rez-acenta
        move "E" to w-acenta-var
     end-if
     .

 rez-tara.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez = "10"
        exit paragraph
     end-if
     if rez-iptal-oldu
     or rez-gunluk-kullanim
        exit paragraph
     end-if
     perform acenta-ara
     if w-acenta-var not = "E"
        exit paragraph
     end-if
     perform olay-belirle
     if w-olay not = spaces
        perform olay-yaz
     end-if
     .

*> REZ'in bildirim durumuna gore siradaki olay. No-show bildirilmis
*> misafir sonradan gelirse gec giris olarak yeniden bildirilir.
 olay-belirle.
     move spaces to w-olay
     move rez-gir-tar to w-tarih-1
     move rez-cik-tar to w-tarih-2
     evaluate true
        when rez-opb-bildirilmedi
        when rez-opb-noshow-gitti
             if rez-folio > 0
             and w-tarih-1 <= w-bildirim-tarihi
             and w-tarih-1 >= w-alt-sinir
                perform giris-olayi
             else
                if rez-opb-bildirilmedi
                and rez-no-show
                and w-tarih-1 <= w-bildirim-tarihi
                and w-tarih-1 >= w-alt-sinir
                   move "NS" to w-olay
                   move w-tarih-1 to w-plan-gir
                   move w-tarih-2 to w-plan-cik
                   move 0 to w-gece
                   set rez-opb-noshow-gitti to true
                end-if
             end-if
        when rez-opb-giris-gitti
             if rez-opb-plan-cik is numeric
             and w-tarih-2 < rez-opb-plan-cik
             and w-tarih-2 <= w-bildirim-tarihi
             and w-tarih-2 >= w-alt-sinir
                move "ED" to w-olay
                move w-tarih-1 to w-plan-gir
                move rez-opb-plan-cik to w-plan-cik
                perform gece-hesapla
                set rez-opb-erken-gitti to true
             end-if
     end-evaluate
     .

 giris-olayi.
     move "IN" to w-olay
     move w-tarih-1 to w-plan-gir
     move w-tarih-2 to w-plan-cik
     if rez-gec = 1 or rez-opb-noshow-gitti
        move "LA" to w-olay
        if rez-voucher-gir-tar is numeric
        and rez-voucher-gir-tar not = zeros
           move rez-voucher-gir-tar to w-plan-gir
        end-if
     end-if
     perform gece-hesapla
     set rez-opb-giris-gitti to true
     move w-tarih-2 to rez-opb-plan-cik
     .

 gece-hesapla.
     move 0 to w-gece
     if w-tarih-2 > w-tarih-1
        compute w-gece = function integer-of-date (w-tarih-2)
                       - function integer-of-date (w-tarih-1)
     end-if
     .

 olay-yaz.
     initialize opo-rec
     move rez-acenta        to opo-acenta
     move w-bildirim-tarihi to opo-tarih
     move rez-no            to opo-rez-no
     move w-olay            to opo-olay
     move rez-voucher       to opo-voucher
     move rez-odano         to opo-oda-no
     move w-tarih-1         to opo-gir-tar
     move w-tarih-2         to opo-cik-tar
     move w-plan-gir        to opo-plan-gir-tar
     move w-plan-cik        to opo-plan-cik-tar
     move w-gece            to opo-gece
     move rez-buyuk         to opo-buyuk
     move rez-kucuk         to opo-kucuk
     move rez-bebek         to opo-bebek
     move rez-soyadi        to opo-soyadi
     move rez-adi           to opo-adi
     write opo-rec
           invalid rewrite opo-rec invalid continue end-rewrite
     end-write
     move w-bildirim-tarihi to rez-opb-tarih
     rewrite rez-rec invalid continue end-rewrite
     add 1 to w-olay-sayisi
     .

 profil-isle.
     read opbprof next record
          at end move "10" to fs-opbprof
     end-read
     if fs-opbprof not = "00" and fs-opbprof not = "02"
        move "10" to fs-opbprof
     end-if
     if fs-opbprof = "10"
     or not opp-aktif
        exit paragraph
     end-if
     perform dosya-uret
     .

*> tek acenta + bildirim tarihi: OPBOLAY satirlarindan dosya, teslim
*> ve OPBLOG.
 dosya-uret.
     move spaces to w-dosya-adi
     if opp-xml
        string "opb" opp-acenta delimited by space
               "-" w-bildirim-tarihi ".xml"
               delimited by size into w-dosya-adi
     else
        string "opb" opp-acenta delimited by space
               "-" w-bildirim-tarihi ".csv"
               delimited by size into w-dosya-adi
     end-if
     move w-dosya-adi to opb-cikti-dosya
     move 0 to w-satir-sayisi
     open output opb-cikti
     if fs-cikti not = "00"
        move spaces to opbildir-rapor-satir
        string opp-acenta " DOSYA ACILAMADI " w-dosya-adi
               delimited by size into opbildir-rapor-satir
        write opbildir-rapor-satir
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform dosya-basi
     move opp-acenta        to opo-acenta
     move w-bildirim-tarihi to opo-tarih
     move 0                 to opo-rez-no
     move low-values        to opo-olay
     start opbolay key is not less than opo-anah
           invalid move "10" to fs-opbolay
     end-start
     perform olay-satiri
             until fs-opbolay = "10"
     perform dosya-sonu
     close opb-cikti
     perform log-oku
     move w-dosya-adi    to opl-dosya-adi
     move w-satir-sayisi to opl-satir-sayisi
     if w-satir-sayisi = 0
     and not opp-bos-gonderilir
        set opl-bos to true
        perform log-yaz
        perform profil-rapor-satiri
        exit paragraph
     end-if
     perform teslim-et
     move w-bugun to opl-gonderim-tarih
     move w-simdi to opl-gonderim-saat
     add 1 to opl-gonderim-sayisi
     move w-mail-id to opl-mail-id
     if w-teslim-tamam = "E"
        set opl-gonderildi to true
        move 0 to opl-cevap-tarih
        move spaces to opl-cevap-kllnc opl-cevap-aciklama
     else
        set opl-gonderim-hatasi to true
     end-if
     perform log-yaz
     add 1 to w-dosya-sayisi
     perform profil-rapor-satiri
     .

 dosya-basi.
     if opp-xml
        move spaces to opb-cikti-satir
        string "<?xml version=""1.0"" encoding=""UTF-8""?>"
               delimited by size into opb-cikti-satir
        write opb-cikti-satir
        move spaces to opb-cikti-satir
        string "<StayFeed operator=""" opp-acenta delimited by space
               """ date=""" w-bildirim-tarihi """>"
               delimited by size into opb-cikti-satir
        write opb-cikti-satir
     else
        move spaces to opb-cikti-satir
        string "VOUCHER;REZ_NO;DURUM;ODA;GIRIS;CIKIS;PLAN_GIRIS;"
               "PLAN_CIKIS;GECE;YETISKIN;COCUK;BEBEK;SOYADI;ADI"
               delimited by size into opb-cikti-satir
        write opb-cikti-satir
     end-if
     .

 dosya-sonu.
     if opp-xml
        move "</StayFeed>" to opb-cikti-satir
        write opb-cikti-satir
     end-if
     .

 olay-satiri.
     read opbolay next record
          at end move "10" to fs-opbolay
     end-read
     if fs-opbolay not = "00" and fs-opbolay not = "02"
        move "10" to fs-opbolay
     end-if
     if fs-opbolay = "10"
        exit paragraph
     end-if
     if opo-acenta not = opp-acenta
     or opo-tarih not = w-bildirim-tarihi
        move "10" to fs-opbolay
        exit paragraph
     end-if
     move spaces to opb-cikti-satir
     if opp-xml
        string "  <Stay voucher=""" opo-voucher delimited by "  "
               """ resNo=""" opo-rez-no
               """ status=""" opo-olay
               """ room=""" opo-oda-no delimited by space
               """ checkIn=""" opo-gir-tar
               """ checkOut=""" opo-cik-tar
               """ bookedCheckIn=""" opo-plan-gir-tar
               """ bookedCheckOut=""" opo-plan-cik-tar
               """ nights=""" opo-gece
               """ adults=""" opo-buyuk
               """ children=""" opo-kucuk
               """ infants=""" opo-bebek
               """ surname=""" opo-soyadi delimited by "  "
               """ name=""" opo-adi delimited by "  "
               """/>" delimited by size
               into opb-cikti-satir
     else
        string opo-voucher delimited by "  "
               ";" opo-rez-no ";" opo-olay ";"
               opo-oda-no delimited by space
               ";" opo-gir-tar ";" opo-cik-tar
               ";" opo-plan-gir-tar ";" opo-plan-cik-tar
               ";" opo-gece ";" opo-buyuk ";" opo-kucuk
               ";" opo-bebek ";"
               opo-soyadi delimited by "  "
               ";" opo-adi delimited by "  "
               into opb-cikti-satir
     end-if
     write opb-cikti-satir
     add 1 to w-satir-sayisi
     .

*> "K": profil komutu + dosya adi SYSTEM ile; "M": MAILDATA kuyrugu.
 teslim-et.
     move "H" to w-teslim-tamam
     move spaces to w-mail-id
     evaluate true
        when opp-komutla
             if opp-komut = spaces
                exit paragraph
             end-if
             move spaces to w-komut
             string opp-komut delimited by "  "
                    " " w-dosya-adi delimited by space
                    into w-komut
             move 0 to w-komut-sonuc
             call "SYSTEM" using w-komut
                  giving w-komut-sonuc
                  on exception move 1 to w-komut-sonuc
             end-call
             if w-komut-sonuc = 0
                move "E" to w-teslim-tamam
             end-if
        when opp-maille
             if opp-mail = spaces
                exit paragraph
             end-if
             perform mail-kuyrukla
     end-evaluate
     .

 mail-kuyrukla.
     perform mail-sira-bul
     initialize maildata-rec
     move w-bugun     to maildata-tarih
     add 1 to w-mail-sira
     move w-mail-sira to maildata-sira
     string "OPB" opp-acenta w-bildirim-tarihi
            delimited by size into w-mail-id
     move w-mail-id   to maildata-mail-id
     move "opbildir"  to maildata-kaynak-program
     move opp-mail    to maildata-alici
     string "KONAKLAMA BILDIRIMI " opp-acenta " "
            w-bildirim-tarihi " " w-dosya-adi
            delimited by size into maildata-konu
     set maildata-beklemede to true
     write maildata-rec
           invalid continue
           not invalid move "E" to w-teslim-tamam
     end-write
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

*> OPBLOG satiri okunur; yoksa bos satir hazirlanir (log-yaz ekler).
 log-oku.
     move opp-acenta        to opl-acenta
     move w-bildirim-tarihi to opl-tarih
     read opblog
          invalid
              initialize opl-rec
              move opp-acenta        to opl-acenta
              move w-bildirim-tarihi to opl-tarih
     end-read
     .

 log-yaz.
     write opl-rec
           invalid rewrite opl-rec invalid continue end-rewrite
     end-write
     .

 profil-rapor-satiri.
     move w-satir-sayisi to w-sayi-ed
     move spaces to opbildir-rapor-satir
     evaluate true
        when opl-bos
             string opp-acenta " " w-dosya-adi " OLAY" w-sayi-ed
                    "  BOS - GONDERILMEDI"
                    delimited by size into opbildir-rapor-satir
        when opl-gonderildi
             string opp-acenta " " w-dosya-adi " OLAY" w-sayi-ed
                    "  GONDERILDI"
                    delimited by size into opbildir-rapor-satir
        when other
             string opp-acenta " " w-dosya-adi " OLAY" w-sayi-ed
                    "  TESLIM EDILEMEDI - KOMUT/MAIL ADRESINI KONTROL"
                    " EDIN"
                    delimited by size into opbildir-rapor-satir
     end-evaluate
     write opbildir-rapor-satir
     .

*> tek dosyanin yeniden uretimi ve teslimi.
 yeniden-gonder.
     move lk-acenta to opp-acenta
     read opbprof
          invalid
              move spaces to opbildir-rapor-satir
              string lk-acenta " ICIN OPBPROF PROFILI YOK"
                     delimited by size into opbildir-rapor-satir
              write opbildir-rapor-satir
              set lk-sonuc-hata to true
              exit paragraph
     end-read
     perform dosya-uret
     .

 cevap-dosyasi-isle.
     open input opbcvp
     if fs-opbcvp not = "00"
        move spaces to opbildir-rapor-satir
        string "CEVAP DOSYASI YOK: " opbcvp-dosya
               delimited by size into opbildir-rapor-satir
        write opbildir-rapor-satir
        exit paragraph
     end-if
     perform cevap-satiri-isle
             until fs-opbcvp not = "00"
     close opbcvp
     move spaces to opbildir-rapor-satir
     move w-eslesen to w-sayi-ed
     string "ESLESEN CEVAP " w-sayi-ed
            delimited by size into opbildir-rapor-satir
     write opbildir-rapor-satir
     move spaces to opbildir-rapor-satir
     move w-eslesmeyen to w-sayi-ed
     string "ESLESMEYEN    " w-sayi-ed
            delimited by size into opbildir-rapor-satir
     write opbildir-rapor-satir
     .

 cevap-satiri-isle.
     read opbcvp
          at end move "10" to fs-opbcvp
     end-read
     if fs-opbcvp = "00"
     and cvp-satir not = spaces
        move spaces to w-cvp-acenta w-cvp-tarih w-cvp-sonuc
                       w-cvp-aciklama
        unstring cvp-satir delimited by ";"
                 into w-cvp-acenta w-cvp-tarih w-cvp-sonuc
                      w-cvp-aciklama
        end-unstring
        if w-cvp-tarih is numeric
           move w-cvp-acenta to opl-acenta
           move w-cvp-tarih  to opl-tarih
           move "OPERATOR"   to w-cvp-kllnc
           perform cevap-isle
        else
           add 1 to w-eslesmeyen
        end-if
     end-if
     .

*> opl-anah hazir; w-cvp-sonuc/w-cvp-aciklama/w-cvp-kllnc islenir.
 cevap-isle.
     read opblog
          invalid
              add 1 to w-eslesmeyen
              move spaces to opbildir-rapor-satir
              string "BILDIRIM BULUNAMADI: " opl-acenta " " opl-tarih
                     delimited by size into opbildir-rapor-satir
              write opbildir-rapor-satir end-write
          not invalid
              if w-cvp-sonuc = "A"
                 set opl-alindi to true
              else
                 set opl-reddedildi to true
              end-if
              move w-bugun          to opl-cevap-tarih
              move w-cvp-kllnc      to opl-cevap-kllnc
              move w-cvp-aciklama   to opl-cevap-aciklama
              rewrite opl-rec invalid continue end-rewrite
              add 1 to w-eslesen
     end-read
     .

 elle-onay.
     if lk-kllnc-kodu = spaces
     or (not lk-cevap-kabul and not lk-cevap-red)
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-acenta     to opl-acenta
     move lk-tarih      to opl-tarih
     move lk-kllnc-kodu to w-cvp-kllnc
     move lk-cevap      to w-cvp-sonuc
     move lk-aciklama   to w-cvp-aciklama
     perform cevap-isle
     if w-eslesen = 0
        set lk-sonuc-hata to true
     end-if
     .

*> acenta profili: yoksa yazilir, varsa guncellenir.
 profil-tanimla.
     if lk-acenta = spaces
     or (lk-prf-bicim not = "C" and lk-prf-bicim not = "X")
     or (lk-prf-teslim not = "K" and lk-prf-teslim not = "M")
     or (lk-prf-teslim = "K" and lk-prf-komut = spaces)
     or (lk-prf-teslim = "M" and lk-prf-mail = spaces)
     or (lk-prf-durum not = "E" and lk-prf-durum not = "H"
         and lk-prf-durum not = space)
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-acenta to opp-acenta
     read opbprof
          invalid
              initialize opp-rec
              move lk-acenta to opp-acenta
              perform profil-doldur
              write opp-rec
                    invalid set lk-sonuc-hata to true
              end-write
          not invalid
              perform profil-doldur
              rewrite opp-rec
                    invalid set lk-sonuc-hata to true
              end-rewrite
     end-read
     move spaces to opbildir-rapor-satir
     string "PROFIL " opp-acenta " " opp-aciklama " BICIM "
            opp-bicim " TESLIM " opp-teslim " DURUM " opp-durum
            " SONUC " lk-sonuc
            delimited by size into opbildir-rapor-satir
     write opbildir-rapor-satir
     .

 profil-doldur.
     move lk-aciklama (1:30)  to opp-aciklama
     move lk-prf-bicim        to opp-bicim
     move lk-prf-teslim       to opp-teslim
     move lk-prf-komut        to opp-komut
     move lk-prf-mail         to opp-mail
     if lk-prf-bos-gonder = "E"
        set opp-bos-gonderilir to true
     else
        move "H" to opp-bos-gonder
     end-if
     if lk-prf-durum = "H"
        set opp-pasif to true
     else
        set opp-aktif to true
     end-if
     .

*> gonderilmis ama cevap gelmemis ya da teslim edilememis dosyalar.
 cevapsiz-liste.
     move spaces to opbildir-rapor-satir
     write opbildir-rapor-satir
     move spaces to opbildir-rapor-satir
     string "CEVAPSIZ / TESLIM EDILEMEYEN / REDDEDILEN BILDIRIMLER"
            delimited by size into opbildir-rapor-satir
     write opbildir-rapor-satir
     move low-values to opl-anah
     start opblog key is not less than opl-anah
           invalid move "10" to fs-opblog
     end-start
     perform cevapsiz-oku
             until fs-opblog = "10"
     move w-cevapsiz-sayisi to w-sayi-ed
     move spaces to opbildir-rapor-satir
     string "TOPLAM " w-sayi-ed
            delimited by size into opbildir-rapor-satir
     write opbildir-rapor-satir
     .

 cevapsiz-oku.
     read opblog next record
          at end move "10" to fs-opblog
     end-read
     if fs-opblog not = "00" and fs-opblog not = "02"
        move "10" to fs-opblog
     end-if
     if fs-opblog = "10"
        exit paragraph
     end-if
     if opl-gonderildi or opl-gonderim-hatasi or opl-reddedildi
        add 1 to w-cevapsiz-sayisi
        move spaces to opbildir-rapor-satir
        string opl-acenta " " opl-tarih " " opl-dosya-adi
               " DURUM " opl-durum " GONDERIM " opl-gonderim-tarih
               " " opl-cevap-aciklama (1:30)
               delimited by size into opbildir-rapor-satir
        write opbildir-rapor-satir
     end-if
     .
