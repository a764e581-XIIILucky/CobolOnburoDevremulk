*> yedakce.cbl
*> Bina yedek akce (yenileme fonu) defteri. Her aidatin bir kismi
*> cati, asansor, havuz yenilemesi icin yedek akceye ayrilmali; ama
*> fon yalnizca denetcinin notlarinda bir rakamdi. Bu program bina
*> / site basina YEDAKCE defterini isletir:
*>   - lk-mod-gece: DONEM-AIDAT taranir; her aidatin odenen tutari
*>     YAKDNA'daki son payi ayrilmis tutarla karsilastirilir ve fark
*>     (yeni tahsilat; iade ise eksi) binanin yedekce.prm orani
*>     kadar fona "K" katki olarak islenir. Aidat binaya dna-DONEM-NO
*>     ile baglanir (ESLE satirlari; eslesmeyen ilk BINA'ya),
*>   - lk-mod-faiz: fon hesabinin faiz geliri "F" olarak islenir,
*>   - lk-mod-harcama: yatirim harcamasi "H" cekis olarak islenir;
*>     genel kurulda (genkurul GKTOP / GKOY) kabul edilmis bir
*>     gundem maddesine (lk-toplanti-no + lk-gundem-no) dayanmalidir -
*>     kabul: toplanti tarihi gecmis ve maddede evet hissesi hayir
*>     hissesinden fazla. Fon bakiyesi yetmiyorsa islenmez,
*>   - lk-mod-bakiye: binanin guncel fon bakiyesi lk-bakiye ile
*>     doner,
*>   - lk-mod-ekstre: lk-yil (bos ise gecen yil) icin genel kurul
*>     dosyasina girecek fon ekstresi yedakce.txt'ye basilir: bina
*>     basina devir, katki, faiz, harcamalar (karar referansiyla) ve
*>     yil sonu bakiyesi.
*> yedakce.prm: BINA;kod;oran;adi ve ESLE;donem-no;bina satirlari
*> (BINA yoksa tek "SITE" fonu, oran %10).
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. yedakce.
environment division.
input-output section.
file-control.
     copy "yedakce.sel.cpy".

     copy "yakdna.sel.cpy".

     copy "donemaid.sel.cpy".

     select gktop assign to random
            gktop-dosya
            organization indexed
            access mode is dynamic
            record key is gkt-no
            file status is fs-gktop.

     select gkoy assign to random
            gkoy-dosya
            organization indexed
            access mode is dynamic
            record key is gko-anah
            file status is fs-gkoy.

     select yedakce-param assign to random
            yedakce-param-dosya
            organization line sequential
            file status is fs-param.

     select yedakce-rapor assign to random
            yedakce-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "yedakce.lib.cpy".

 copy "yakdna.lib.cpy".

 copy "donemaid.lib.cpy".

*> (duzen genkurul.cbl ile aynidir)
fd  gktop.
01  gkt-rec.
    02  gkt-no                   pic 9(04).
    02  gkt-tarih                pic 9(08).
    02  gkt-aciklama             pic x(40).
    02  gkt-toplam-hisse         pic 9(09).
    02  gkt-durum                pic x(01).
        88  gkt-acik                 value "A".
        88  gkt-kapandi              value "K".

fd  gkoy.
01  gko-rec.
    02  gko-anah.
        03  gko-toplanti-no      pic 9(04).
        03  gko-gundem-no        pic 9(03).
        03  gko-sahip-no         pic 9(08).
    02  gko-oy                   pic x(01).
        88  gko-evet                 value "E".
        88  gko-hayir                value "H".
        88  gko-cekimser             value "C".
    02  gko-hisse                pic 9(07).

fd  yedakce-param.
01  param-satir                  pic x(80).

fd  yedakce-rapor.
01  yedakce-rapor-satir          pic x(132).

working-storage section.
01  yedakce-dosya                pic x(200) value "yedakce.dat".
01  yakdna-dosya                 pic x(200) value "yakdna.dat".
01  donem-aidat-dosya            pic x(200) value "donem-aidat.dat".
01  gktop-dosya                  pic x(200) value "gktop.dat".
01  gkoy-dosya                   pic x(200) value "gkoy.dat".
01  yedakce-param-dosya          pic x(200) value "yedakce.prm".
01  yedakce-rapor-dosya          pic x(200) value "yedakce.txt".
01  fs-yedakce                   pic xx.
01  fs-yakdna                    pic xx.
01  fs-donem-aidat               pic xx.
01  fs-gktop                     pic xx.
01  fs-gkoy                      pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-r redefines w-bugun.
    02  w-bugun-yil              pic 9(04).
    02  filler                   pic 9(04).
01  w-p-tip                      pic x(10).
01  w-p-deger1                   pic x(10).
01  w-p-deger2                   pic x(10).
01  w-p-deger3                   pic x(30).

*> binalar ve donem eslemesi (yedakce.prm)
01  w-binalar.
    02  w-bina                   occurs 20 times.
        03  w-bina-kod           pic x(04).
        03  w-bina-oran          pic 9(03)v99.
        03  w-bina-adi           pic x(30).
        03  w-bina-devir         pic s9(11)v99.
        03  w-bina-katki         pic s9(11)v99.
        03  w-bina-faiz          pic s9(11)v99.
        03  w-bina-harcama       pic s9(11)v99.
01  w-bina-adet                  pic 9(02).
01  w-bina-ix                    pic 9(02).
01  w-eslemeler.
    02  w-esle                   occurs 200 times.
        03  w-esle-donem         pic 9(04).
        03  w-esle-bina          pic x(04).
01  w-esle-adet                  pic 9(03).
01  w-esle-ix                    pic 9(03).
01  w-bulundu                    pic x(01).

01  w-fark                       pic s9(09)v99.
01  w-pay                        pic s9(09)v99.
01  w-bakiye                     pic s9(11)v99.
01  w-evet                       pic 9(09).
01  w-hayir                      pic 9(09).
01  w-son-sira                   pic 9(06).
01  w-hrk-bina                   pic x(04).
01  w-hrk-tarih                  pic 9(08).
01  w-hrk-tip                    pic x(01).
01  w-yil-bas                    pic 9(08).
01  w-yil-bit                    pic 9(08).
01  w-islenen                    pic 9(05).
01  w-tutar-ed                   pic z(10)9,99-.

01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic x(04) value spaces.
    02  filler                   pic 9(19) value 0.
    02  filler                   pic x(40) value spaces.
    02  filler                   pic 9(11) value 0.
    02  filler                   pic x(10) value spaces.
    02  filler                   pic s9(11)v99 value 0.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  yedakce-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-gece              value "G".
        88  lk-mod-faiz              value "F".
        88  lk-mod-harcama           value "H".
        88  lk-mod-bakiye            value "B".
        88  lk-mod-ekstre            value "E".
    02  lk-bina                  pic x(04).
    02  lk-tutar                 pic 9(09)v99.
*>   faiz / harcama tarihi (bos ise bugun)
    02  lk-tarih                 pic 9(08).
    02  lk-aciklama              pic x(40).
    02  lk-toplanti-no           pic 9(04).
    02  lk-gundem-no             pic 9(03).
    02  lk-yil                   pic 9(04).
    02  lk-kllnc                 pic x(10).
    02  lk-bakiye                pic s9(11)v99.
*>   gece: katki islenen aidat sayisi
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-kararsiz        value "K".
        88  lk-sonuc-bakiye-yok      value "Y".
        88  lk-sonuc-hata            value "H".

procedure division using optional yedakce-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     if address of yedakce-link = null
        set address of yedakce-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi w-islenen
     if not lk-mod-gece and not lk-mod-faiz and not lk-mod-harcama
     and not lk-mod-bakiye and not lk-mod-ekstre
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     perform param-oku
     open i-o yedakce
     if fs-yedakce = "35"
        close yedakce
        open output yedakce
        close yedakce
        open i-o yedakce
     end-if
     if fs-yedakce not = "00"
        close yedakce
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-gece
             perform katki-isle
        when lk-mod-faiz
             perform faiz-isle
        when lk-mod-harcama
             perform harcama-isle
        when lk-mod-bakiye
             perform bina-bul
             if w-bulundu not = "E"
                set lk-sonuc-hata to true
             else
                perform bakiye-hesapla
                move w-bakiye to lk-bakiye
             end-if
        when lk-mod-ekstre
             perform fon-ekstresi
     end-evaluate
     close yedakce
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> parametreler
*> ---------------------------------------------------------------
 param-oku.
     initialize w-binalar w-eslemeler
     move 0 to w-bina-adet w-esle-adet
     open input yedakce-param
     if fs-param = "00"
        perform param-satiri
                until fs-param not = "00"
        close yedakce-param
     end-if
     if w-bina-adet = 0
        move 1             to w-bina-adet
        move "SITE"        to w-bina-kod (1)
        move 10            to w-bina-oran (1)
        move "SITE GENELI" to w-bina-adi (1)
     end-if
     .

 param-satiri.
     read yedakce-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00" or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-deger1 w-p-deger2 w-p-deger3
     unstring param-satir delimited by ";"
              into w-p-tip w-p-deger1 w-p-deger2 w-p-deger3
     end-unstring
     evaluate w-p-tip
        when "BINA"
             if w-bina-adet < 20 and w-p-deger1 not = spaces
                add 1 to w-bina-adet
                move w-p-deger1 to w-bina-kod (w-bina-adet)
                compute w-bina-oran (w-bina-adet) =
                        function numval (w-p-deger2)
                move w-p-deger3 to w-bina-adi (w-bina-adet)
             end-if
        when "ESLE"
             if w-esle-adet < 200
                add 1 to w-esle-adet
                compute w-esle-donem (w-esle-adet) =
                        function numval (w-p-deger1)
                move w-p-deger2 to w-esle-bina (w-esle-adet)
             end-if
     end-evaluate
     .

*> lk-bina -> w-bina-ix
 bina-bul.
     move "H" to w-bulundu
     perform bina-ara
             varying w-bina-ix from 1 by 1
             until w-bina-ix > w-bina-adet or w-bulundu = "E"
     subtract 1 from w-bina-ix
     .

 bina-ara.
     if w-bina-kod (w-bina-ix) = lk-bina
        move "E" to w-bulundu
     end-if
     .

*> dna-donem-no -> w-bina-ix (eslesmeyen ilk binaya)
 donem-binasi.
     move "H" to w-bulundu
     perform esle-ara
             varying w-esle-ix from 1 by 1
             until w-esle-ix > w-esle-adet or w-bulundu = "E"
     move 1 to w-bina-ix
     if w-bulundu = "E"
        subtract 1 from w-esle-ix
        move w-esle-bina (w-esle-ix) to lk-bina
        perform bina-bul
        if w-bulundu not = "E"
           move 1 to w-bina-ix
        end-if
     end-if
     .

 esle-ara.
     if w-esle-donem (w-esle-ix) = dna-donem-no
        move "E" to w-bulundu
     end-if
     .

*> ---------------------------------------------------------------
*> gece: aidat tahsilatindan katki
*> ---------------------------------------------------------------
 katki-isle.
     open input donem-aidat
     if fs-donem-aidat not = "00"
        close donem-aidat
        exit paragraph
     end-if
     open i-o yakdna
     if fs-yakdna = "35"
        close yakdna
        open output yakdna
        close yakdna
        open i-o yakdna
     end-if
     if fs-yakdna not = "00"
        close donem-aidat yakdna
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move low-values to dna-anah
     start donem-aidat key is not less than dna-anah
           invalid move "10" to fs-donem-aidat
     end-start
     perform aidat-satiri
             until fs-donem-aidat = "10"
     close donem-aidat yakdna
     move w-islenen to lk-sayi
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
     move dna-musteri-no  to ykd-musteri-no
     move dna-donem-no    to ykd-donem-no
     move dna-donem-hafta to ykd-donem-hafta
     read yakdna
          invalid
              move 0 to ykd-son-odenen
              move "H" to w-bulundu
          not invalid
              move "E" to w-bulundu
     end-read
     compute w-fark = dna-odenen-tutar - ykd-son-odenen
     if w-fark = 0
        exit paragraph
     end-if
     perform donem-binasi
     compute w-pay rounded = w-fark * w-bina-oran (w-bina-ix) / 100
     if w-pay not = 0
        move w-bina-kod (w-bina-ix) to w-hrk-bina
        move w-bugun to w-hrk-tarih
        perform sira-bul
        initialize yak-rec
        move w-bina-kod (w-bina-ix) to yak-bina
        move w-bugun         to yak-tarih
        compute yak-sira = w-son-sira + 1
        set yak-katki to true
        move w-pay           to yak-tutar
        move "AIDAT TAHSILATI YEDEK AKCE PAYI" to yak-aciklama
        move dna-musteri-no  to yak-musteri-no
        move dna-donem-no    to yak-donem-no
        move dna-donem-hafta to yak-donem-hafta
        move "gecedrv"       to yak-kllnc
        write yak-rec invalid continue end-write
        add 1 to w-islenen
     end-if
     move dna-odenen-tutar to ykd-son-odenen
     move w-bugun          to ykd-son-tar
     if w-bulundu = "E"
        rewrite ykd-rec invalid continue end-rewrite
     else
        write ykd-rec invalid continue end-write
     end-if
     .

*> w-hrk-bina + w-hrk-tarih icin son sira
 sira-bul.
     move 0 to w-son-sira
     move w-hrk-bina  to yak-bina
     move w-hrk-tarih to yak-tarih
     move 999999      to yak-sira
     start yedakce key is less than yak-anah
           invalid move "10" to fs-yedakce
     end-start
     if fs-yedakce = "00"
        read yedakce previous record
             at end continue
        end-read
        if fs-yedakce = "00" and yak-bina = w-hrk-bina
        and yak-tarih = w-hrk-tarih
           move yak-sira to w-son-sira
        end-if
     end-if
     move "00" to fs-yedakce
     .

*> ---------------------------------------------------------------
*> faiz ve harcama
*> ---------------------------------------------------------------
 faiz-isle.
     perform bina-bul
     if w-bulundu not = "E" or lk-tutar = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-tutar to w-pay
     move "F" to w-hrk-tip
     perform hareket-yaz
     .

 harcama-isle.
     perform bina-bul
     if w-bulundu not = "E" or lk-tutar = 0
     or lk-aciklama = spaces
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform karar-kontrol
     if w-bulundu not = "E"
        set lk-sonuc-kararsiz to true
        exit paragraph
     end-if
     perform bakiye-hesapla
     move w-bakiye to lk-bakiye
     if w-bakiye < lk-tutar
        set lk-sonuc-bakiye-yok to true
        exit paragraph
     end-if
     compute w-pay = 0 - lk-tutar
     move "H" to w-hrk-tip
     perform hareket-yaz
     compute lk-bakiye = w-bakiye - lk-tutar
     .

*> w-hrk-tip ve w-pay ayarlanmis olarak gelir
 hareket-yaz.
     move w-bina-kod (w-bina-ix) to w-hrk-bina
     if lk-tarih = 0
        move w-bugun to w-hrk-tarih
     else
        move lk-tarih to w-hrk-tarih
     end-if
     perform sira-bul
     initialize yak-rec
     move w-hrk-bina     to yak-bina
     move w-hrk-tarih    to yak-tarih
     compute yak-sira = w-son-sira + 1
     move w-hrk-tip      to yak-tip
     move w-pay          to yak-tutar
     move lk-aciklama    to yak-aciklama
     if yak-harcama
        move lk-toplanti-no to yak-gk-toplanti-no
        move lk-gundem-no   to yak-gk-gundem-no
     end-if
     move lk-kllnc       to yak-kllnc
     write yak-rec invalid set lk-sonuc-hata to true
     end-write
     .

*> genel kurul karari: toplanti tarihi gecmis, maddede evet hissesi
*> hayir hissesinden fazla
 karar-kontrol.
     move "H" to w-bulundu
     open input gktop gkoy
     if fs-gktop not = "00" or fs-gkoy not = "00"
        close gktop gkoy
        exit paragraph
     end-if
     move lk-toplanti-no to gkt-no
     read gktop
          invalid
              close gktop gkoy
              exit paragraph
     end-read
     if gkt-tarih > w-bugun
        close gktop gkoy
        exit paragraph
     end-if
     move 0 to w-evet w-hayir
     move lk-toplanti-no to gko-toplanti-no
     move lk-gundem-no   to gko-gundem-no
     move 0              to gko-sahip-no
     start gkoy key is not less than gko-anah
           invalid move "10" to fs-gkoy
     end-start
     perform oy-satiri
             until fs-gkoy = "10"
     close gktop gkoy
     if w-evet > w-hayir
        move "E" to w-bulundu
     end-if
     .

 oy-satiri.
     read gkoy next record
          at end move "10" to fs-gkoy
     end-read
     if fs-gkoy not = "00" and fs-gkoy not = "02"
        move "10" to fs-gkoy
     end-if
     if fs-gkoy = "10"
        exit paragraph
     end-if
     if gko-toplanti-no not = lk-toplanti-no
     or gko-gundem-no not = lk-gundem-no
        move "10" to fs-gkoy
        exit paragraph
     end-if
     evaluate true
        when gko-evet  add gko-hisse to w-evet
        when gko-hayir add gko-hisse to w-hayir
     end-evaluate
     .

*> w-bina-ix binasinin tum hareket toplami
 bakiye-hesapla.
     move 0 to w-bakiye
     move w-bina-kod (w-bina-ix) to yak-bina
     move 0 to yak-tarih yak-sira
     start yedakce key is not less than yak-anah
           invalid move "10" to fs-yedakce
     end-start
     perform bakiye-satiri
             until fs-yedakce = "10"
     move "00" to fs-yedakce
     .

 bakiye-satiri.
     read yedakce next record
          at end move "10" to fs-yedakce
     end-read
     if fs-yedakce not = "00" and fs-yedakce not = "02"
        move "10" to fs-yedakce
     end-if
     if fs-yedakce = "10"
        exit paragraph
     end-if
     if yak-bina not = w-bina-kod (w-bina-ix)
        move "10" to fs-yedakce
        exit paragraph
     end-if
     add yak-tutar to w-bakiye
     .

*> ---------------------------------------------------------------
*> yillik fon ekstresi
*> ---------------------------------------------------------------
 fon-ekstresi.
     if lk-yil = 0
        compute lk-yil = w-bugun-yil - 1
     end-if
     compute w-yil-bas = lk-yil * 10000 + 0101
     compute w-yil-bit = lk-yil * 10000 + 1231
     open output yedakce-rapor
     move spaces to yedakce-rapor-satir
     string "YEDEK AKCE FON EKSTRESI - " lk-yil
            "   (" w-bugun ")"
            delimited by size into yedakce-rapor-satir
     write yedakce-rapor-satir
     move all "=" to yedakce-rapor-satir
     write yedakce-rapor-satir
     perform bina-ekstresi
             varying w-bina-ix from 1 by 1
             until w-bina-ix > w-bina-adet
     close yedakce-rapor
     .

 bina-ekstresi.
     move 0 to w-bina-devir (w-bina-ix) w-bina-katki (w-bina-ix)
               w-bina-faiz (w-bina-ix) w-bina-harcama (w-bina-ix)
     move spaces to yedakce-rapor-satir
     write yedakce-rapor-satir
     move spaces to yedakce-rapor-satir
     string "BINA " w-bina-kod (w-bina-ix) " "
            w-bina-adi (w-bina-ix)
            delimited by size into yedakce-rapor-satir
     write yedakce-rapor-satir
     move all "-" to yedakce-rapor-satir
     write yedakce-rapor-satir
     move "HARCAMALAR (GENEL KURUL KARARI)" to yedakce-rapor-satir
     write yedakce-rapor-satir
     move w-bina-kod (w-bina-ix) to yak-bina
     move 0 to yak-tarih yak-sira
     start yedakce key is not less than yak-anah
           invalid move "10" to fs-yedakce
     end-start
     perform ekstre-satiri
             until fs-yedakce = "10"
     move "00" to fs-yedakce
     move w-bina-devir (w-bina-ix) to w-tutar-ed
     move spaces to yedakce-rapor-satir
     string "DEVIR (ACILIS) BAKIYESI   " w-tutar-ed
            delimited by size into yedakce-rapor-satir
     write yedakce-rapor-satir
     move w-bina-katki (w-bina-ix) to w-tutar-ed
     move spaces to yedakce-rapor-satir
     string "AIDAT KATKILARI           " w-tutar-ed
            delimited by size into yedakce-rapor-satir
     write yedakce-rapor-satir
     move w-bina-faiz (w-bina-ix) to w-tutar-ed
     move spaces to yedakce-rapor-satir
     string "FAIZ GELIRI               " w-tutar-ed
            delimited by size into yedakce-rapor-satir
     write yedakce-rapor-satir
     move w-bina-harcama (w-bina-ix) to w-tutar-ed
     move spaces to yedakce-rapor-satir
     string "HARCAMALAR                " w-tutar-ed
            delimited by size into yedakce-rapor-satir
     write yedakce-rapor-satir
     compute w-bakiye = w-bina-devir (w-bina-ix)
           + w-bina-katki (w-bina-ix) + w-bina-faiz (w-bina-ix)
           + w-bina-harcama (w-bina-ix)
     move w-bakiye to w-tutar-ed
     move spaces to yedakce-rapor-satir
     string "YIL SONU BAKIYESI         " w-tutar-ed
            delimited by size into yedakce-rapor-satir
     write yedakce-rapor-satir
     .

 ekstre-satiri.
     read yedakce next record
          at end move "10" to fs-yedakce
     end-read
     if fs-yedakce not = "00" and fs-yedakce not = "02"
        move "10" to fs-yedakce
     end-if
     if fs-yedakce = "10"
        exit paragraph
     end-if
     if yak-bina not = w-bina-kod (w-bina-ix)
     or yak-tarih > w-yil-bit
        move "10" to fs-yedakce
        exit paragraph
     end-if
     if yak-tarih < w-yil-bas
        add yak-tutar to w-bina-devir (w-bina-ix)
        exit paragraph
     end-if
     evaluate true
        when yak-katki
             add yak-tutar to w-bina-katki (w-bina-ix)
        when yak-faiz
             add yak-tutar to w-bina-faiz (w-bina-ix)
        when yak-harcama
             add yak-tutar to w-bina-harcama (w-bina-ix)
             move yak-tutar to w-tutar-ed
             move spaces to yedakce-rapor-satir
             string "  " yak-tarih " " yak-aciklama " GK "
                    yak-gk-toplanti-no "/" yak-gk-gundem-no " "
                    w-tutar-ed
                    delimited by size into yedakce-rapor-satir
             write yedakce-rapor-satir
     end-evaluate
     .
