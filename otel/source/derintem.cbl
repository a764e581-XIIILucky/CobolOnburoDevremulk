*> derintem.cbl
*> Periyodik derin temizlik rotasyonu. Yatak cevirme, perde
*> yikama, hali yikama ve balkon derin temizligi "akla geldikce"
*> yapiliyor, denetciler iki sezondur derin temizlik gormemis
*> odalar buluyordu. Bu program DERTIP (is tipi ve araligi) ile
*> DERODA (oda basina durum) dosyalarini isletir:
*>   - lk-mod-tip: is tipi tanimi - aralik dolu gece (G) ya da
*>     takvim gunu (T) olarak, hkatama kredisiyle,
*>   - lk-mod-tamamla: oda + is tipi icin yapildi kaydi; sayac
*>     sifirlanir, plan kapanir,
*>   - lk-mod-gece (gecedrv varsayilani, hkatama'dan once): satista
*>     her oda ve aktif her tip icin DERODA satiri acilir; casthiz'in
*>     gecenin oda fisleri (CAST-log "ODA") oda basina bir dolu gece
*>     olarak sayilir. Gun dusuk dolulukluysa (derintem.prm ESIK,
*>     varsayilan %70) vadesi gelen odalardan o gun bos, girisi ve
*>     cikisi olmayanlar en gecikmis olandan baslayarak gunluk
*>     sinira kadar (GUNLUK, varsayilan 8) bugune planlanir;
*>     hkatama planli isi "D" derin temizlik olarak gorevli is
*>     kagidina dagitir. Ardindan rapor basilir,
*>   - lk-mod-rapor: vadesi gecmis odalar kat sirasinda
*>     (derintem.txt); hic kaydi olmayan oda vadesi gecmis sayilir.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. derintem.
environment division.
input-output section.
file-control.
     copy "dertip.sel.cpy".

     copy "deroda.sel.cpy".

     copy "odalar.sel.cpy".

     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     select derintem-param assign to random
            derintem-param-dosya
            organization line sequential
            file status is fs-param.

     select derintem-rapor assign to random
            derintem-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "dertip.lib.cpy".

 copy "deroda.lib.cpy".

 copy "odalar.lib.cpy".

 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

fd  derintem-param.
01  param-satir                  pic x(80).

fd  derintem-rapor.
01  derintem-rapor-satir         pic x(132).

working-storage section.
01  dertip-dosya                 pic x(200) value "dertip.dat".
01  deroda-dosya                 pic x(200) value "deroda.dat".
01  odalar-dosya                 pic x(200) value "odalar.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  derintem-param-dosya         pic x(200) value "derintem.prm".
01  derintem-rapor-dosya         pic x(200) value "derintem.txt".
01  fs-dertip                    pic xx.
01  fs-deroda                    pic xx.
01  fs-odalar                    pic xx.
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-gun                  pic 9(07).
01  w-tarih                      pic 9(08).

*> derintem.prm: ESIK;yuzde  GUNLUK;oda
01  w-esik                       pic 9(03) value 70.
01  w-gunluk-sinir               pic 9(03) value 8.
01  w-p-tip                      pic x(10).
01  w-p-deger                    pic x(10).

*> aktif is tipleri
01  w-tip-sayisi                 pic 9(02).
01  w-tip-tablosu.
    02  w-tip-satir              occurs 50 times.
        03  w-tip-kod            pic x(04).
        03  w-tip-adi            pic x(30).
        03  w-tip-aralik-tipi    pic x(01).
        03  w-tip-aralik         pic 9(04).
01  w-tip-ix                     pic 9(02).

*> gecenin dolu odalari (CAST-log ODA fisleri)
01  w-dolu-sayisi                pic 9(04).
01  w-dolu-tablosu.
    02  w-dolu-oda               pic x(04) occurs 2000 times.
01  w-dolu-ix                    pic 9(04).

*> gunun mesgul odalari (evde, giris, cikis)
01  w-msg-sayisi                 pic 9(04).
01  w-msg-tablosu.
    02  w-msg-oda                pic x(04) occurs 3000 times.
01  w-msg-ix                     pic 9(04).
01  w-evde-sayisi                pic 9(05).
01  w-satista-sayisi             pic 9(05).
01  w-doluluk                    pic 9(03).

*> vadesi gelen adaylar (oda basina en gecikmis tip)
01  w-ady-sayisi                 pic 9(04).
01  w-ady-tablosu.
    02  w-ady-satir              occurs 2000 times.
        03  w-ady-oda            pic x(04).
        03  w-ady-kod            pic x(04).
        03  w-ady-oran           pic 9(05).
        03  w-ady-secildi        pic x(01).
01  w-ady-ix                     pic 9(04).
01  w-en-iyi-ix                  pic 9(04).
01  w-planlanan                  pic 9(03).

*> vade hesabi
01  w-vade-oran                  pic 9(05).
01  w-gecen-gun                  pic 9(05).
01  w-bulundu                    pic x(01).
01  w-mesgul                     pic x(01).

*> kat sirali gecikme listesi
01  w-gck-sayisi                 pic 9(04).
01  w-gck-tablosu.
    02  w-gck-satir              occurs 3000 times.
        03  w-gck-kat            pic x(02).
        03  w-gck-oda            pic x(04).
        03  w-gck-kod            pic x(04).
        03  w-gck-son-tarih      pic 9(08).
        03  w-gck-gece           pic 9(05).
        03  w-gck-plan-tar       pic 9(08).
01  w-gck-yeni.
    02  w-yeni-kat               pic x(02).
    02  w-yeni-oda               pic x(04).
    02  w-yeni-kod               pic x(04).
    02  w-yeni-son-tarih         pic 9(08).
    02  w-yeni-gece              pic 9(05).
    02  w-yeni-plan-tar          pic 9(08).
01  w-gck-ix                     pic 9(04).
01  w-gck-yer                    pic 9(04).
01  w-onceki-kat                 pic x(02).

01  w-sayi-ed                    pic z(4)9.

*> gecedrv parametresiz cagirdiginda tam gece akisi
01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic x(35) value spaces.
    02  filler                   pic 9(07) value 0.
    02  filler                   pic x(04) value spaces.
    02  filler                   pic 9(08) value 0.
    02  filler                   pic x(10) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  derintem-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-tip               value "T".
        88  lk-mod-tamamla           value "K".
        88  lk-mod-rapor             value "R".
        88  lk-mod-gece              value "G".
    02  lk-kod                   pic x(04).
    02  lk-adi                   pic x(30).
    02  lk-aralik-tipi           pic x(01).
    02  lk-aralik                pic 9(04).
    02  lk-kredi                 pic 9(03).
    02  lk-oda-no                pic x(04).
*>   tamamla: yapildigi gun (bos ise bugun)
    02  lk-tarih                 pic 9(08).
    02  lk-kllnc                 pic x(10).
*>   gece: planlanan oda; rapor: gecikmis satir
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional derintem-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     if address of derintem-link = null
        set address of derintem-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi
     compute w-bugun-gun = function integer-of-date (w-bugun)
     open i-o dertip
     if fs-dertip = "35"
        close dertip
        open output dertip
        close dertip
        open i-o dertip
     end-if
     open i-o deroda
     if fs-deroda = "35"
        close deroda
        open output deroda
        close deroda
        open i-o deroda
     end-if
     if fs-dertip not = "00" or fs-deroda not = "00"
        close dertip deroda
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-tip
             perform tip-tanimla
        when lk-mod-tamamla
             perform tamamla-isle
        when lk-mod-gece
             perform gece-isle
             if lk-sonuc-tamam
                perform rapor-bas
                move w-planlanan to lk-sayi
             end-if
        when lk-mod-rapor
             perform tipleri-yukle
             perform rapor-bas
             move w-gck-sayisi to lk-sayi
        when other
             set lk-sonuc-hata to true
     end-evaluate
     close dertip deroda
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> is tipi tanimi ve tamamlama
*> ---------------------------------------------------------------
 tip-tanimla.
     if lk-kod = spaces or lk-aralik = 0
     or (lk-aralik-tipi not = "G" and lk-aralik-tipi not = "T")
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-kod to drt-kod
     read dertip
          invalid
              initialize drt-rec
              move lk-kod to drt-kod
              perform tip-doldur
              write drt-rec invalid set lk-sonuc-hata to true
              end-write
          not invalid
              perform tip-doldur
              rewrite drt-rec invalid set lk-sonuc-hata to true
              end-rewrite
     end-read
     .

 tip-doldur.
     if lk-adi not = spaces
        move lk-adi to drt-adi
     end-if
     move lk-aralik-tipi to drt-aralik-tipi
     move lk-aralik      to drt-aralik
     move lk-kredi       to drt-kredi
     set drt-aktif to true
     .

 tamamla-isle.
     move lk-kod to drt-kod
     read dertip
          invalid set lk-sonuc-hata to true
                  exit paragraph
     end-read
     move lk-tarih to w-tarih
     if w-tarih = 0
        move w-bugun to w-tarih
     end-if
     move lk-oda-no to dro-oda
     move lk-kod    to dro-kod
     read deroda
          invalid
              initialize dro-rec
              move lk-oda-no to dro-oda
              move lk-kod    to dro-kod
              perform tamam-doldur
              write dro-rec invalid set lk-sonuc-hata to true
              end-write
          not invalid
              perform tamam-doldur
              rewrite dro-rec invalid set lk-sonuc-hata to true
              end-rewrite
     end-read
     .

 tamam-doldur.
     move w-tarih  to dro-son-tarih
     move 0        to dro-gece
     move 0        to dro-plan-tar
     move lk-kllnc to dro-son-kllnc
     add 1 to dro-tamam-sayisi
     .

*> ---------------------------------------------------------------
*> gece: satir acma, dolu gece sayimi, planlama
*> ---------------------------------------------------------------
 gece-isle.
     move 0 to w-planlanan
     open input odalar
     open input rez
     open input cast-log
     if fs-odalar not = "00" or fs-rez not = "00"
     or fs-cast-log not = "00"
        close odalar rez cast-log
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform param-oku
     perform tipleri-yukle
     move 0 to w-satista-sayisi
     move low-values to oda-anah
     start odalar key is not less than oda-anah
           invalid move "10" to fs-odalar
     end-start
     perform satir-ac-odasi
             until fs-odalar = "10"
     perform dolu-geceleri-say
     perform mesgul-odalari-bul
     move 0 to w-doluluk
     if w-satista-sayisi > 0
        compute w-doluluk = w-evde-sayisi * 100 / w-satista-sayisi
     end-if
     if w-doluluk < w-esik
        perform planla
     end-if
     close odalar rez cast-log
     .

 param-oku.
     move 70 to w-esik
     move 8  to w-gunluk-sinir
     open input derintem-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close derintem-param
     .

 param-satiri.
     read derintem-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00" or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-deger
     unstring param-satir delimited by ";"
              into w-p-tip w-p-deger
     end-unstring
     if w-p-deger = spaces
        exit paragraph
     end-if
     evaluate w-p-tip
        when "ESIK"
             compute w-esik = function numval (w-p-deger)
        when "GUNLUK"
             compute w-gunluk-sinir = function numval (w-p-deger)
     end-evaluate
     .

 tipleri-yukle.
     move 0 to w-tip-sayisi
     move low-values to drt-kod
     start dertip key is not less than drt-kod
           invalid move "10" to fs-dertip
     end-start
     perform tip-yukle-satiri
             until fs-dertip = "10"
     .

 tip-yukle-satiri.
     read dertip next record
          at end move "10" to fs-dertip
     end-read
     if fs-dertip not = "00" and fs-dertip not = "02"
        move "10" to fs-dertip
     end-if
     if fs-dertip = "10"
        exit paragraph
     end-if
     if drt-aktif and w-tip-sayisi < 50
        add 1 to w-tip-sayisi
        move drt-kod         to w-tip-kod (w-tip-sayisi)
        move drt-adi         to w-tip-adi (w-tip-sayisi)
        move drt-aralik-tipi to w-tip-aralik-tipi (w-tip-sayisi)
        move drt-aralik      to w-tip-aralik (w-tip-sayisi)
     end-if
     .

*> satistaki her oda icin eksik tip satirlari acilir
 satir-ac-odasi.
     read odalar next record
          at end move "10" to fs-odalar
     end-read
     if fs-odalar not = "00" and fs-odalar not = "02"
        move "10" to fs-odalar
     end-if
     if fs-odalar = "10"
        exit paragraph
     end-if
     if not oda-aktif-satista
        exit paragraph
     end-if
     add 1 to w-satista-sayisi
     perform tip-satiri-ac
             varying w-tip-ix from 1 by 1
             until w-tip-ix > w-tip-sayisi
     .

 tip-satiri-ac.
     move oda-no (1:4)        to dro-oda
     move w-tip-kod (w-tip-ix) to dro-kod
     read deroda
          invalid
              initialize dro-rec
              move oda-no (1:4)         to dro-oda
              move w-tip-kod (w-tip-ix) to dro-kod
              move oda-kat              to dro-kat
              write dro-rec invalid continue end-write
          not invalid
              if dro-kat not = oda-kat
                 move oda-kat to dro-kat
                 rewrite dro-rec invalid continue end-rewrite
              end-if
     end-read
     .

*> gecenin ODA fisleri: her oda bir kez
 dolu-geceleri-say.
     move 0 to w-dolu-sayisi
     move w-bugun to cast-log-tarih
     move 0       to cast-log-rez-no
     move 0       to cast-log-fis
     start cast-log key is not less than cast-log-alt
           invalid move "10" to fs-cast-log
     end-start
     perform oda-fisi-satiri
             until fs-cast-log = "10"
     perform oda-sayacini-artir
             varying w-dolu-ix from 1 by 1
             until w-dolu-ix > w-dolu-sayisi
     .

 oda-fisi-satiri.
     read cast-log next record
          at end move "10" to fs-cast-log
     end-read
     if fs-cast-log not = "00" and fs-cast-log not = "02"
        move "10" to fs-cast-log
     end-if
     if fs-cast-log = "10"
        exit paragraph
     end-if
     if cast-log-tarih not = w-bugun
        move "10" to fs-cast-log
        exit paragraph
     end-if
     if cast-log-break-kodu not = "ODA"
     or cast-log-oda-no = spaces
        exit paragraph
     end-if
     move "H" to w-bulundu
     perform dolu-ara
             varying w-dolu-ix from 1 by 1
             until w-dolu-ix > w-dolu-sayisi
                or w-bulundu = "E"
     if w-bulundu not = "E" and w-dolu-sayisi < 2000
        add 1 to w-dolu-sayisi
        move cast-log-oda-no to w-dolu-oda (w-dolu-sayisi)
     end-if
     .

 dolu-ara.
     if w-dolu-oda (w-dolu-ix) = cast-log-oda-no
        move "E" to w-bulundu
     end-if
     .

 oda-sayacini-artir.
     move w-dolu-oda (w-dolu-ix) to dro-oda
     move low-values             to dro-kod
     start deroda key is not less than dro-anah
           invalid move "10" to fs-deroda
     end-start
     perform sayac-satiri
             until fs-deroda = "10"
     .

 sayac-satiri.
     read deroda next record
          at end move "10" to fs-deroda
     end-read
     if fs-deroda not = "00" and fs-deroda not = "02"
        move "10" to fs-deroda
     end-if
     if fs-deroda = "10"
        exit paragraph
     end-if
     if dro-oda not = w-dolu-oda (w-dolu-ix)
        move "10" to fs-deroda
        exit paragraph
     end-if
     if dro-sayim-tar < w-bugun
        add 1 to dro-gece
        move w-bugun to dro-sayim-tar
        rewrite dro-rec invalid continue end-rewrite
     end-if
     .

*> bugun evde olan, bugun giren ya da cikan odalar
 mesgul-odalari-bul.
     move 0 to w-msg-sayisi w-evde-sayisi
     move 0 to rez-no
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform mesgul-satiri
             until fs-rez = "10"
     .

 mesgul-satiri.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez = "10"
        exit paragraph
     end-if
     if rez-iptal-oldu or rez-no-show or rez-odano = spaces
        exit paragraph
     end-if
     if rez-gir-tar > w-bugun or rez-cik-tar < w-bugun
        exit paragraph
     end-if
     if rez-gir-tar <= w-bugun and rez-cik-tar > w-bugun
        add 1 to w-evde-sayisi
     end-if
     if w-msg-sayisi < 3000
        add 1 to w-msg-sayisi
        move rez-odano to w-msg-oda (w-msg-sayisi)
     end-if
     .

*> vadesi gelen odalardan bos olanlar, en gecikmisten baslayarak
 planla.
     move 0 to w-ady-sayisi
     move low-values to dro-anah
     start deroda key is not less than dro-anah
           invalid move "10" to fs-deroda
     end-start
     perform aday-satiri
             until fs-deroda = "10"
     move 1 to w-en-iyi-ix
     perform aday-sec
             until w-planlanan >= w-gunluk-sinir
                or w-en-iyi-ix = 0
     .

 aday-satiri.
     read deroda next record
          at end move "10" to fs-deroda
     end-read
     if fs-deroda not = "00" and fs-deroda not = "02"
        move "10" to fs-deroda
     end-if
     if fs-deroda = "10"
        exit paragraph
     end-if
     perform vade-hesapla
     if w-vade-oran < 100
        exit paragraph
     end-if
     if dro-plan-tar >= w-bugun
        exit paragraph
     end-if
     move "H" to w-mesgul
     perform mesgul-ara
             varying w-msg-ix from 1 by 1
             until w-msg-ix > w-msg-sayisi
                or w-mesgul = "E"
     if w-mesgul = "E"
        exit paragraph
     end-if
*>   oda basina tek is: ayni odanin daha az gecikmis tipi atlanir
     move "H" to w-bulundu
     perform aday-oda-ara
             varying w-ady-ix from 1 by 1
             until w-ady-ix > w-ady-sayisi
                or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-ady-ix
        if w-vade-oran > w-ady-oran (w-ady-ix)
           move dro-kod      to w-ady-kod (w-ady-ix)
           move w-vade-oran  to w-ady-oran (w-ady-ix)
        end-if
        exit paragraph
     end-if
     if w-ady-sayisi < 2000
        add 1 to w-ady-sayisi
        move dro-oda     to w-ady-oda (w-ady-sayisi)
        move dro-kod     to w-ady-kod (w-ady-sayisi)
        move w-vade-oran to w-ady-oran (w-ady-sayisi)
        move "H"         to w-ady-secildi (w-ady-sayisi)
     end-if
     .

 mesgul-ara.
     if w-msg-oda (w-msg-ix) = dro-oda
        move "E" to w-mesgul
     end-if
     .

 aday-oda-ara.
     if w-ady-oda (w-ady-ix) = dro-oda
        move "E" to w-bulundu
     end-if
     .

*> bellekteki DERODA satirinin vadesi yuzde olarak (100 = vadesi
*> geldi); kaydi hic olmayan satir en gecikmis sayilir
 vade-hesapla.
     move 0 to w-vade-oran
     move "H" to w-bulundu
     perform tip-ara
             varying w-tip-ix from 1 by 1
             until w-tip-ix > w-tip-sayisi
                or w-bulundu = "E"
     if w-bulundu not = "E"
        exit paragraph
     end-if
     subtract 1 from w-tip-ix
     if dro-son-tarih = 0
        move 99999 to w-vade-oran
        exit paragraph
     end-if
     if w-tip-aralik-tipi (w-tip-ix) = "G"
        compute w-vade-oran = dro-gece * 100
                            / w-tip-aralik (w-tip-ix)
     else
        compute w-gecen-gun = w-bugun-gun
                - function integer-of-date (dro-son-tarih)
        compute w-vade-oran = w-gecen-gun * 100
                            / w-tip-aralik (w-tip-ix)
     end-if
     .

 tip-ara.
     if w-tip-kod (w-tip-ix) = dro-kod
        move "E" to w-bulundu
     end-if
     .

 aday-sec.
     move 0 to w-en-iyi-ix
     perform en-gecikmis
             varying w-ady-ix from 1 by 1
             until w-ady-ix > w-ady-sayisi
     if w-en-iyi-ix = 0
        exit paragraph
     end-if
     move "E" to w-ady-secildi (w-en-iyi-ix)
     move w-ady-oda (w-en-iyi-ix) to dro-oda
     move w-ady-kod (w-en-iyi-ix) to dro-kod
     read deroda
          invalid exit paragraph
     end-read
     move w-bugun to dro-plan-tar
     rewrite dro-rec invalid continue end-rewrite
     add 1 to w-planlanan
     .

 en-gecikmis.
     if w-ady-secildi (w-ady-ix) = "E"
        exit paragraph
     end-if
     if w-en-iyi-ix = 0
        move w-ady-ix to w-en-iyi-ix
        exit paragraph
     end-if
     if w-ady-oran (w-ady-ix) > w-ady-oran (w-en-iyi-ix)
        move w-ady-ix to w-en-iyi-ix
     end-if
     .

*> ---------------------------------------------------------------
*> vadesi gecmis odalar kat sirasinda
*> ---------------------------------------------------------------
 rapor-bas.
     move 0 to w-gck-sayisi
     move low-values to dro-anah
     start deroda key is not less than dro-anah
           invalid move "10" to fs-deroda
     end-start
     perform gecikme-satiri
             until fs-deroda = "10"
     open output derintem-rapor
     move spaces to derintem-rapor-satir
     string "DERIN TEMIZLIK - VADESI GECMIS ODALAR - " w-bugun
            delimited by size into derintem-rapor-satir
     write derintem-rapor-satir
     move all "-" to derintem-rapor-satir
     write derintem-rapor-satir
     if lk-mod-gece
        move spaces to derintem-rapor-satir
        move w-doluluk to w-sayi-ed
        string "DOLULUK %" w-sayi-ed
               delimited by size into derintem-rapor-satir
        move w-planlanan to w-sayi-ed
        move "BUGUNE PLANLANAN" to derintem-rapor-satir (18:16)
        move w-sayi-ed to derintem-rapor-satir (35:5)
        if w-doluluk not < w-esik
           move "(DOLU GUN - PLAN YOK)" to
                derintem-rapor-satir (42:21)
        end-if
        write derintem-rapor-satir
        move spaces to derintem-rapor-satir
        write derintem-rapor-satir
     end-if
     move "KAT ODA  TIP  SON YAPILIS  DOLU GECE  PLAN"
          to derintem-rapor-satir
     write derintem-rapor-satir
     move spaces to w-onceki-kat
     perform gecikme-yaz
             varying w-gck-ix from 1 by 1
             until w-gck-ix > w-gck-sayisi
     move w-gck-sayisi to w-sayi-ed
     move spaces to derintem-rapor-satir
     string "TOPLAM " w-sayi-ed
            delimited by size into derintem-rapor-satir
     write derintem-rapor-satir
     close derintem-rapor
     .

 gecikme-satiri.
     read deroda next record
          at end move "10" to fs-deroda
     end-read
     if fs-deroda not = "00" and fs-deroda not = "02"
        move "10" to fs-deroda
     end-if
     if fs-deroda = "10"
        exit paragraph
     end-if
     perform vade-hesapla
     if w-vade-oran < 100 or w-gck-sayisi >= 3000
        exit paragraph
     end-if
     move dro-kat       to w-yeni-kat
     move dro-oda       to w-yeni-oda
     move dro-kod       to w-yeni-kod
     move dro-son-tarih to w-yeni-son-tarih
     move dro-gece      to w-yeni-gece
     move dro-plan-tar  to w-yeni-plan-tar
     move 1 to w-gck-yer
     perform yer-ara
             until w-gck-yer > w-gck-sayisi
                or w-gck-kat (w-gck-yer) > w-yeni-kat
     add 1 to w-gck-sayisi
     perform satir-kaydir
             varying w-gck-ix from w-gck-sayisi by -1
             until w-gck-ix <= w-gck-yer
     move w-gck-yeni to w-gck-satir (w-gck-yer)
     .

 yer-ara.
     add 1 to w-gck-yer
     .

 satir-kaydir.
     move w-gck-satir (w-gck-ix - 1) to w-gck-satir (w-gck-ix)
     .

 gecikme-yaz.
     if w-gck-kat (w-gck-ix) not = w-onceki-kat
        move spaces to derintem-rapor-satir
        write derintem-rapor-satir
        move w-gck-kat (w-gck-ix) to w-onceki-kat
     end-if
     move spaces to derintem-rapor-satir
     move w-gck-kat (w-gck-ix)  to derintem-rapor-satir (1:2)
     move w-gck-oda (w-gck-ix)  to derintem-rapor-satir (5:4)
     move w-gck-kod (w-gck-ix)  to derintem-rapor-satir (10:4)
     if w-gck-son-tarih (w-gck-ix) = 0
        move "KAYIT YOK" to derintem-rapor-satir (15:9)
     else
        move w-gck-son-tarih (w-gck-ix) to
             derintem-rapor-satir (15:8)
     end-if
     move w-gck-gece (w-gck-ix) to w-sayi-ed
     move w-sayi-ed to derintem-rapor-satir (29:5)
     if w-gck-plan-tar (w-gck-ix) > 0
        move w-gck-plan-tar (w-gck-ix) to
             derintem-rapor-satir (37:8)
     end-if
     write derintem-rapor-satir
     .
