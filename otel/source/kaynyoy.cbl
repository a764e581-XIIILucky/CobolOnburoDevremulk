*> kaynyoy.cbl
*> Satis kaynagina gore yildan yila uretim raporu. Gelir
*> toplantilarinda hangi pazarin buyudugu tartisiliyordu, cunku
*> rezervasyon kaynagi bazinda gecen yilin ayni donemi gorulemiyordu.
*> Secilen konaklama donemi (lk-bas-tar - lk-bit-tar, iki uc dahil
*> geceler; bos ise bu ayin tamami) icin REZ taranir ve uretim
*> rez-pazar, rez-kaynak-1/2/3, ulke ve acenta kirilimlarinda
*> uc kolonda toplanir:
*>   - bu yil: donemin bugunku hali (iptal / no-show disi),
*>   - gecen yil: ayni haftagunune denk gelen 364 gun onceki donemin
*>     son hali,
*>   - gecen yil ayni gun OTB: gecen yilin ayni gununde (bugun - 364)
*>     defterde olan - o gune kadar satilmis (rez-al-tar) ve o gun
*>     henuz iptal edilmemis (rez-sil-tar) - rezervasyonlar.
*> Olculer oda gecesi, konuk (buyuk + kucuk, donemle kesisen
*> konaklama basina bir kez), oda geliri (rez-fiyati konaklama
*> toplamidir, gecelere esit dagitilir), ADR ve kolonun toplam
*> gelirindeki pay. Pazar ve kaynak kirilimlarinin her satiri acenta
*> duzeyine iner. Dokum kaynyoy.txt'ye basilir; Excel icin ayni
*> satirlar csvrezex'in CSVMAP sutun eslemesiyle (rapor-adi
*> KAYNYOY; tanim yoksa tum sutunlar) kaynyoy.csv'ye yazilir.
*> Arsive alinmis yillarin rezervasyonlari (arsivle, ARSYIL)
*> donemle kesisen yillar icin arsiv dosyalarindan da okunur.
program-id. kaynyoy.
environment division.
input-output section.
file-control.
     copy "rez.sel.cpy".

     copy "arsyil.sel.cpy".

     select csvmap assign to random
            csvmap-dosya
            organization indexed
            access mode is dynamic
            record key is csvmap-anah
            file status is fs-csvmap.

     select kyywrk assign to random
            kyywrk-dosya
            organization indexed
            access mode is dynamic
            record key is kyw-anah
            file status is fs-kyywrk.

     select kaynyoy-rapor assign to random
            kaynyoy-rapor-dosya
            organization line sequential.

     select kaynyoy-cikti assign to random
            kaynyoy-cikti-dosya
            organization line sequential.

data division.
file section.
 copy "rez.lib.cpy".

 copy "arsyil.lib.cpy".

*> (duzen csvrezex.cbl ile aynidir)
fd  csvmap.
01  csvmap-rec.
    02  csvmap-anah.
        03  csvmap-rapor-adi         pic x(08).
        03  csvmap-sira              pic 9(03).
    02  csvmap-kolon-id              pic x(15).
    02  csvmap-baslik                pic x(30).
    02  csvmap-aktif                 pic x(01).
        88  csvmap-aktif-mi              value "E".
        88  csvmap-pasif-mi              value "H".

*> calisma dosyasi: kirilim + deger + duzey (1 toplam, 2 acenta)
fd  kyywrk.
01  kyw-rec.
    02  kyw-anah.
        03  kyw-boyut            pic x(01).
        03  kyw-deger            pic x(04).
        03  kyw-duzey            pic x(01).
        03  kyw-acenta           pic x(04).
*>   1 bu yil, 2 gecen yil, 3 gecen yil ayni gun OTB
    02  kyw-kolon                occurs 3 times.
        03  kyw-gece             pic 9(07).
        03  kyw-konuk            pic 9(07).
        03  kyw-gelir            pic 9(13)v99.

fd  kaynyoy-rapor.
01  kaynyoy-rapor-satir          pic x(132).

fd  kaynyoy-cikti.
01  kaynyoy-cikti-satir          pic x(400).

working-storage section.
01  rez-dosya                    pic x(200) value "rez.dat".
01  csvmap-dosya                 pic x(200) value "csvmap.dat".
01  kyywrk-dosya                 pic x(200) value "kyywrk.dat".
01  kaynyoy-rapor-dosya          pic x(200) value "kaynyoy.txt".
01  kaynyoy-cikti-dosya          pic x(200) value "kaynyoy.csv".
01  arsyil-dosya                 pic x(200) value "arsyil.dat".
01  fs-rez                       pic xx.
01  fs-arsyil                    pic xx.
01  fs-csvmap                    pic xx.
01  fs-kyywrk                    pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-r redefines w-bugun.
    02  w-bugun-yil              pic 9(04).
    02  w-bugun-ay               pic 9(02).
    02  w-bugun-gg               pic 9(02).
01  w-gy-bugun                   pic 9(08).
01  w-tarih                      pic 9(08).
01  w-rapor-adi                  pic x(08) value "KAYNYOY".

*> donem sinirlari (gun sayisi; bitis haric): 1 bu yil, 2 gecen yil
01  w-donemler.
    02  w-donem                  occurs 2 times.
        03  w-d-bas              pic 9(07).
        03  w-d-son              pic 9(07).
01  w-gy-bas-tar                 pic 9(08).
01  w-gy-bit-tar                 pic 9(08).
01  w-ars-bas-yil                pic 9(04).
01  w-ars-bit-yil                pic 9(04).

01  w-gir-tar                    pic 9(08).
01  w-cik-tar                    pic 9(08).
01  w-al-tar                     pic 9(08).
01  w-gir-gun                    pic 9(07).
01  w-cik-gun                    pic 9(07).
01  w-ilk-gun                    pic 9(07).
01  w-son-gun                    pic 9(07).
01  w-gece-sayisi                pic 9(05).
01  w-kesisen                    pic 9(05).
01  w-gelir                      pic 9(13)v99.
01  w-konuk                      pic 9(05).
01  w-kolon                      pic 9(01).
01  w-donem-ix                   pic 9(01).
01  w-otb-var                    pic x(01).
01  w-bulundu                    pic x(01).

01  w-boyut                      pic x(01).
01  w-boyut-ix                   pic 9(01).
01  w-deger                      pic x(04).
01  w-duzey                      pic x(01).

*> kirilim kodlari ve basliklari
01  w-boyut-adlari.
    02  filler                   pic x(11) value "1PAZAR".
    02  filler                   pic x(11) value "2KAYNAK-1".
    02  filler                   pic x(11) value "3KAYNAK-2".
    02  filler                   pic x(11) value "4KAYNAK-3".
    02  filler                   pic x(11) value "5ULKE".
    02  filler                   pic x(11) value "6ACENTA".
01  w-boyut-tablosu redefines w-boyut-adlari.
    02  w-boyut-satir            occurs 6 times.
        03  w-boyut-kod          pic x(01).
        03  w-boyut-adi          pic x(10).
01  w-son-boyut                  pic x(01).

01  w-genel.
    02  w-genel-kolon            occurs 3 times.
        03  w-genel-gece         pic 9(09).
        03  w-genel-konuk        pic 9(09).
        03  w-genel-gelir        pic 9(15)v99.

*> CSV sutunlari (CSVMAP KAYNYOY; tanim yoksa varsayilan kume)
01  w-varsayilan-kolonlar.
    02  filler                   pic x(15) value "BOYUT".
    02  filler                   pic x(15) value "DEGER".
    02  filler                   pic x(15) value "ACENTA".
    02  filler                   pic x(15) value "TY-GECE".
    02  filler                   pic x(15) value "TY-KONUK".
    02  filler                   pic x(15) value "TY-GELIR".
    02  filler                   pic x(15) value "TY-ADR".
    02  filler                   pic x(15) value "TY-PAY".
    02  filler                   pic x(15) value "LY-GECE".
    02  filler                   pic x(15) value "LY-KONUK".
    02  filler                   pic x(15) value "LY-GELIR".
    02  filler                   pic x(15) value "LY-ADR".
    02  filler                   pic x(15) value "LY-PAY".
    02  filler                   pic x(15) value "OTB-GECE".
    02  filler                   pic x(15) value "OTB-KONUK".
    02  filler                   pic x(15) value "OTB-GELIR".
    02  filler                   pic x(15) value "OTB-ADR".
01  w-varsayilan-tablo redefines w-varsayilan-kolonlar.
    02  w-varsayilan-id          pic x(15) occurs 17 times.
01  w-kolon-sayisi               pic 9(03).
01  w-kolon-tablo.
    02  w-kolon-kayit            occurs 40 times.
        03  w-kolon-id           pic x(15).
        03  w-kolon-baslik       pic x(30).
01  w-k                          pic 9(03).
01  w-alan                       pic x(30).
01  w-satir                      pic x(400).
01  w-isaret                     pic 9(03).

01  w-adr                        pic 9(11)v99.
01  w-pay                        pic 9(03).
01  w-degisim                    pic s9(05).
01  w-satir-sayisi               pic 9(05).
01  w-sayi-ed                    pic z(6)9.
01  w-tutar-ed                   pic z(10)9,99.
01  w-adr-ed                     pic z(6)9,99.
01  w-pay-ed                     pic zz9.
01  w-degisim-ed                 pic -(4)9.
01  w-csv-sayi-ed                pic z(8)9.
01  w-csv-tutar-ed               pic z(12)9.99.

01  w-gece-link.
    02  filler                   pic x(01) value "R".
    02  filler                   pic 9(08) value 0.
    02  filler                   pic 9(08) value 0.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  kaynyoy-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-rapor             value "R".
*>   konaklama donemi: ilk ve son gece
    02  lk-bas-tar               pic 9(08).
    02  lk-bit-tar               pic 9(08).
*>   dokume basilan satir
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional kaynyoy-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     if address of kaynyoy-link = null
        set address of kaynyoy-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi w-satir-sayisi
     if not lk-mod-rapor
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     perform donem-belirle
     if lk-sonuc-hata
        move 1 to return-code
        goback
     end-if
     open input rez
     if fs-rez not = "00"
        close rez
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     perform kolonlari-oku
     open output kyywrk
     close kyywrk
     open i-o kyywrk
     initialize w-genel
     move 0 to rez-no
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform rez-satiri
             until fs-rez = "10"
     close rez
     perform arsiv-yillari
     open output kaynyoy-rapor
     open output kaynyoy-cikti
     perform rapor-bas
     perform csv-baslik-yaz
     move low-values to kyw-anah
     start kyywrk key is not less than kyw-anah
           invalid move "10" to fs-kyywrk
     end-start
     move space to w-son-boyut
     perform dokum-satiri
             until fs-kyywrk = "10"
     perform rapor-toplam
     close kaynyoy-rapor kaynyoy-cikti kyywrk
     move w-satir-sayisi to lk-sayi
     goback.

*> ---------------------------------------------------------------
*> donem: bos ise bu ayin tamami; gecen yil ayni haftagunu icin
*> 364 gun geri
*> ---------------------------------------------------------------
 donem-belirle.
     if lk-bas-tar = 0
        compute lk-bas-tar = w-bugun-yil * 10000
                           + w-bugun-ay * 100 + 1
     end-if
     if lk-bit-tar = 0
        if w-bugun-ay = 12
           compute w-tarih = (w-bugun-yil + 1) * 10000 + 0101
        else
           compute w-tarih = w-bugun-yil * 10000
                           + (w-bugun-ay + 1) * 100 + 1
        end-if
        compute lk-bit-tar = function date-of-integer
                (function integer-of-date (w-tarih) - 1)
     end-if
     if function test-date-yyyymmdd (lk-bas-tar) not = 0
     or function test-date-yyyymmdd (lk-bit-tar) not = 0
     or lk-bit-tar < lk-bas-tar
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     compute w-d-bas (1) = function integer-of-date (lk-bas-tar)
     compute w-d-son (1) = function integer-of-date (lk-bit-tar) + 1
     compute w-d-bas (2) = w-d-bas (1) - 364
     compute w-d-son (2) = w-d-son (1) - 364
     compute w-gy-bas-tar = function date-of-integer (w-d-bas (2))
     compute w-gy-bit-tar = function date-of-integer
             (w-d-son (2) - 1)
     compute w-gy-bugun = function date-of-integer
             (function integer-of-date (w-bugun) - 364)
     .

*> CSVMAP'te KAYNYOY icin aktif sutun yoksa varsayilan kume
 kolonlari-oku.
     move 0 to w-kolon-sayisi
     open input csvmap
     if fs-csvmap = "00"
        move w-rapor-adi to csvmap-rapor-adi
        move 0           to csvmap-sira
        start csvmap key is not less than csvmap-anah
              invalid move "10" to fs-csvmap
        end-start
        perform kolon-satiri
                until fs-csvmap = "10"
     end-if
     close csvmap
     if w-kolon-sayisi = 0
        perform varsayilan-kolon
                varying w-k from 1 by 1 until w-k > 17
     end-if
     .

 kolon-satiri.
     read csvmap next record
          at end move "10" to fs-csvmap
     end-read
     if fs-csvmap not = "00" and fs-csvmap not = "02"
        move "10" to fs-csvmap
     end-if
     if fs-csvmap = "10"
        exit paragraph
     end-if
     if csvmap-rapor-adi not = w-rapor-adi
        move "10" to fs-csvmap
        exit paragraph
     end-if
     if csvmap-aktif-mi and w-kolon-sayisi < 40
        add 1 to w-kolon-sayisi
        move csvmap-kolon-id to w-kolon-id (w-kolon-sayisi)
        move csvmap-baslik   to w-kolon-baslik (w-kolon-sayisi)
     end-if
     .

 varsayilan-kolon.
     add 1 to w-kolon-sayisi
     move w-varsayilan-id (w-k) to w-kolon-id (w-kolon-sayisi)
     move w-varsayilan-id (w-k) to w-kolon-baslik (w-kolon-sayisi)
     .

*> ---------------------------------------------------------------
*> arsive alinmis yillar: ayni tarama yilin arsiv dosyasinda
*> ---------------------------------------------------------------
 arsiv-yillari.
     open input arsyil
     if fs-arsyil not = "00"
        close arsyil
        exit paragraph
     end-if
     compute w-ars-bas-yil = w-gy-bas-tar / 10000
     compute w-ars-bit-yil = lk-bit-tar / 10000 + 1
     move w-ars-bas-yil to ary-yil
     start arsyil key is not less than ary-yil
           invalid move "10" to fs-arsyil
     end-start
     perform arsiv-yili
             until fs-arsyil = "10"
     close arsyil
     move "rez.dat" to rez-dosya
     .

 arsiv-yili.
     read arsyil next record
          at end move "10" to fs-arsyil
     end-read
     if fs-arsyil not = "00" and fs-arsyil not = "02"
        move "10" to fs-arsyil
     end-if
     if fs-arsyil = "10"
        exit paragraph
     end-if
     if ary-yil > w-ars-bit-yil
        move "10" to fs-arsyil
        exit paragraph
     end-if
     move ary-rez-dosya to rez-dosya
     open input rez
     if fs-rez = "00"
        move 0 to rez-no
        start rez key is not less than rez-anah
              invalid move "10" to fs-rez
        end-start
        perform rez-satiri
                until fs-rez = "10"
     end-if
     close rez
     .

*> ---------------------------------------------------------------
*> REZ taramasi: her rezervasyon en cok uc kolona katki verir
*> ---------------------------------------------------------------
 rez-satiri.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez = "10"
        exit paragraph
     end-if
     move rez-gir-tar to w-gir-tar
     move rez-cik-tar to w-cik-tar
     if function test-date-yyyymmdd (w-gir-tar) not = 0
     or function test-date-yyyymmdd (w-cik-tar) not = 0
        exit paragraph
     end-if
     compute w-gir-gun = function integer-of-date (w-gir-tar)
     compute w-cik-gun = function integer-of-date (w-cik-tar)
     if w-cik-gun <= w-gir-gun
        exit paragraph
     end-if
     compute w-gece-sayisi = w-cik-gun - w-gir-gun
     compute w-konuk = rez-buyuk + rez-kucuk
     move rez-al-tar to w-al-tar
*>   gecen yilin ayni gununde defterde miydi
     move "H" to w-otb-var
     if w-al-tar <= w-gy-bugun
        evaluate true
           when rez-iptal-oldu
                if rez-sil-tar is numeric
                and rez-sil-tar > w-gy-bugun
                   move "E" to w-otb-var
                end-if
           when other
                move "E" to w-otb-var
        end-evaluate
     end-if
     if not rez-iptal-oldu and not rez-no-show
        move 1 to w-donem-ix w-kolon
        perform kolon-isle
        move 2 to w-donem-ix w-kolon
        perform kolon-isle
     end-if
     if w-otb-var = "E"
        move 2 to w-donem-ix
        move 3 to w-kolon
        perform kolon-isle
     end-if
     .

 kolon-isle.
     if w-gir-gun > w-d-bas (w-donem-ix)
        move w-gir-gun to w-ilk-gun
     else
        move w-d-bas (w-donem-ix) to w-ilk-gun
     end-if
     if w-cik-gun < w-d-son (w-donem-ix)
        move w-cik-gun to w-son-gun
     else
        move w-d-son (w-donem-ix) to w-son-gun
     end-if
     if w-son-gun <= w-ilk-gun
        exit paragraph
     end-if
     compute w-kesisen = w-son-gun - w-ilk-gun
     compute w-gelir rounded = rez-fiyati * w-kesisen
                             / w-gece-sayisi
     add w-kesisen to w-genel-gece (w-kolon)
     add w-konuk   to w-genel-konuk (w-kolon)
     add w-gelir   to w-genel-gelir (w-kolon)
     perform boyut-isle
             varying w-boyut-ix from 1 by 1 until w-boyut-ix > 6
     .

 boyut-isle.
     move w-boyut-kod (w-boyut-ix) to w-boyut
     evaluate w-boyut-ix
        when 1 move rez-pazar    to w-deger
        when 2 move rez-kaynak-1 to w-deger
        when 3 move rez-kaynak-2 to w-deger
        when 4 move rez-kaynak-3 to w-deger
        when 5 move rez-ulke     to w-deger
        when 6 move rez-acenta   to w-deger
     end-evaluate
     if w-deger = spaces
        move "-" to w-deger
     end-if
     move "1" to w-duzey
     perform hucre-ekle
     if w-boyut-ix < 6
        move "2" to w-duzey
        perform hucre-ekle
     end-if
     .

 hucre-ekle.
     move w-boyut to kyw-boyut
     move w-deger to kyw-deger
     move w-duzey to kyw-duzey
     if w-duzey = "2"
        move rez-acenta to kyw-acenta
     else
        move spaces     to kyw-acenta
     end-if
     read kyywrk
          invalid
              initialize kyw-kolon (1) kyw-kolon (2) kyw-kolon (3)
              perform hucre-topla
              write kyw-rec invalid continue end-write
          not invalid
              perform hucre-topla
              rewrite kyw-rec invalid continue end-rewrite
     end-read
     .

 hucre-topla.
     add w-kesisen to kyw-gece (w-kolon)
     add w-konuk   to kyw-konuk (w-kolon)
     add w-gelir   to kyw-gelir (w-kolon)
     .

*> ---------------------------------------------------------------
*> dokum ve CSV
*> ---------------------------------------------------------------
 rapor-bas.
     move spaces to kaynyoy-rapor-satir
     string "SATIS KAYNAGINA GORE URETIM - DONEM " lk-bas-tar
            " - " lk-bit-tar "  GECEN YIL " w-gy-bas-tar
            " - " w-gy-bit-tar "  OTB TARIHI " w-gy-bugun
            delimited by size into kaynyoy-rapor-satir
     write kaynyoy-rapor-satir
     move all "-" to kaynyoy-rapor-satir
     write kaynyoy-rapor-satir
     move spaces to kaynyoy-rapor-satir
     move "------------ BU YIL ------------" to
          kaynyoy-rapor-satir (12:32)
     move "--------- GECEN YIL ---------" to
          kaynyoy-rapor-satir (59:29)
     move "-- GY AYNI GUN OTB --" to kaynyoy-rapor-satir (98:21)
     move "DEGISIM" to kaynyoy-rapor-satir (121:7)
     write kaynyoy-rapor-satir
     move spaces to kaynyoy-rapor-satir
     string "DEGER ACEN    GECE   KONUK          GELIR"
            "        ADR PAY%    GECE          GELIR        ADR"
            " PAY%    GECE          GELIR  GECE% GY"
            delimited by size into kaynyoy-rapor-satir
     write kaynyoy-rapor-satir
     .

 dokum-satiri.
     read kyywrk next record
          at end move "10" to fs-kyywrk
     end-read
     if fs-kyywrk not = "00" and fs-kyywrk not = "02"
        move "10" to fs-kyywrk
     end-if
     if fs-kyywrk = "10"
        exit paragraph
     end-if
     if kyw-boyut not = w-son-boyut
        move kyw-boyut to w-son-boyut
        perform boyut-basligi
     end-if
     move spaces to kaynyoy-rapor-satir
     if kyw-duzey = "1"
        move kyw-deger to kaynyoy-rapor-satir (1:4)
     else
        move "  >" to kaynyoy-rapor-satir (1:3)
        move kyw-acenta to kaynyoy-rapor-satir (7:4)
     end-if
     move 1 to w-kolon
     perform rapor-gece-gelir
     move kyw-konuk (1) to w-sayi-ed
     move w-sayi-ed to kaynyoy-rapor-satir (20:7)
     move kyw-gece (1) to w-sayi-ed
     move w-sayi-ed to kaynyoy-rapor-satir (12:7)
     move w-tutar-ed to kaynyoy-rapor-satir (28:14)
     move w-adr-ed to kaynyoy-rapor-satir (43:10)
     move w-pay-ed to kaynyoy-rapor-satir (54:3)
     move 2 to w-kolon
     perform rapor-gece-gelir
     move kyw-gece (2) to w-sayi-ed
     move w-sayi-ed to kaynyoy-rapor-satir (58:7)
     move w-tutar-ed to kaynyoy-rapor-satir (66:14)
     move w-adr-ed to kaynyoy-rapor-satir (81:10)
     move w-pay-ed to kaynyoy-rapor-satir (92:3)
     move 3 to w-kolon
     perform rapor-gece-gelir
     move kyw-gece (3) to w-sayi-ed
     move w-sayi-ed to kaynyoy-rapor-satir (97:7)
     move w-tutar-ed to kaynyoy-rapor-satir (105:14)
     if kyw-gece (2) > 0
        compute w-degisim rounded =
                (kyw-gece (1) - kyw-gece (2)) * 100 / kyw-gece (2)
        move w-degisim to w-degisim-ed
        move w-degisim-ed to kaynyoy-rapor-satir (121:5)
     end-if
     write kaynyoy-rapor-satir
     add 1 to w-satir-sayisi
     perform csv-satiri-yaz
     .

 boyut-basligi.
     move spaces to kaynyoy-rapor-satir
     write kaynyoy-rapor-satir
     move "H" to w-bulundu
     perform boyut-adi-ara
             varying w-boyut-ix from 1 by 1
             until w-boyut-ix > 6 or w-bulundu = "E"
     subtract 1 from w-boyut-ix
     move spaces to kaynyoy-rapor-satir
     string "KIRILIM: " w-boyut-adi (w-boyut-ix)
            delimited by size into kaynyoy-rapor-satir
     write kaynyoy-rapor-satir
     .

 boyut-adi-ara.
     if w-boyut-kod (w-boyut-ix) = kyw-boyut
        move "E" to w-bulundu
     end-if
     .

*> kolonun ADR ve gelir payi (w-kolon)
 rapor-gece-gelir.
     move 0 to w-adr w-pay
     if kyw-gece (w-kolon) > 0
        compute w-adr rounded =
                kyw-gelir (w-kolon) / kyw-gece (w-kolon)
     end-if
     if w-genel-gelir (w-kolon) > 0
        compute w-pay rounded =
                kyw-gelir (w-kolon) * 100 / w-genel-gelir (w-kolon)
     end-if
     move kyw-gelir (w-kolon) to w-tutar-ed
     move w-adr to w-adr-ed
     move w-pay to w-pay-ed
     .

 rapor-toplam.
     move spaces to kaynyoy-rapor-satir
     write kaynyoy-rapor-satir
     move spaces to kaynyoy-rapor-satir
     move "TOPLAM" to kaynyoy-rapor-satir (1:6)
     move w-genel-gece (1) to w-sayi-ed
     move w-sayi-ed to kaynyoy-rapor-satir (12:7)
     move w-genel-konuk (1) to w-sayi-ed
     move w-sayi-ed to kaynyoy-rapor-satir (20:7)
     move w-genel-gelir (1) to w-tutar-ed
     move w-tutar-ed to kaynyoy-rapor-satir (28:14)
     move w-genel-gece (2) to w-sayi-ed
     move w-sayi-ed to kaynyoy-rapor-satir (58:7)
     move w-genel-gelir (2) to w-tutar-ed
     move w-tutar-ed to kaynyoy-rapor-satir (66:14)
     move w-genel-gece (3) to w-sayi-ed
     move w-sayi-ed to kaynyoy-rapor-satir (97:7)
     move w-genel-gelir (3) to w-tutar-ed
     move w-tutar-ed to kaynyoy-rapor-satir (105:14)
     if w-genel-gece (2) > 0
        compute w-degisim rounded =
                (w-genel-gece (1) - w-genel-gece (2)) * 100
                / w-genel-gece (2)
        move w-degisim to w-degisim-ed
        move w-degisim-ed to kaynyoy-rapor-satir (121:5)
     end-if
     write kaynyoy-rapor-satir
     .

 csv-baslik-yaz.
     move spaces to w-satir
     move 1 to w-isaret
     perform csv-baslik-alan
             varying w-k from 1 by 1 until w-k > w-kolon-sayisi
     move w-satir to kaynyoy-cikti-satir
     write kaynyoy-cikti-satir
     .

 csv-baslik-alan.
     if w-k > 1
        string "," delimited by size into w-satir
               with pointer w-isaret
     end-if
     string function trim (w-kolon-baslik (w-k)) delimited by size
            into w-satir with pointer w-isaret
     .

 csv-satiri-yaz.
     move spaces to w-satir
     move 1 to w-isaret
     perform csv-alan
             varying w-k from 1 by 1 until w-k > w-kolon-sayisi
     move w-satir to kaynyoy-cikti-satir
     write kaynyoy-cikti-satir
     .

 csv-alan.
     if w-k > 1
        string "," delimited by size into w-satir
               with pointer w-isaret
     end-if
     perform kolon-deger-bul
     string function trim (w-alan) delimited by size
            into w-satir with pointer w-isaret
     .

*> w-kolon-id(w-k) calisma satirinin bir olcusunu sembolik olarak
*> adlandirir; CSVMAP'e yeni bir sutun eklenecekse buraya karsilik
*> gelen bir when eklenir.
 kolon-deger-bul.
     move spaces to w-alan
     evaluate w-kolon-id (w-k)
        when "BOYUT"
             perform boyut-adi-bul
        when "DEGER"
             move kyw-deger to w-alan
        when "ACENTA"
             move kyw-acenta to w-alan
        when "TY-GECE"   move 1 to w-kolon perform csv-gece
        when "LY-GECE"   move 2 to w-kolon perform csv-gece
        when "OTB-GECE"  move 3 to w-kolon perform csv-gece
        when "TY-KONUK"  move 1 to w-kolon perform csv-konuk
        when "LY-KONUK"  move 2 to w-kolon perform csv-konuk
        when "OTB-KONUK" move 3 to w-kolon perform csv-konuk
        when "TY-GELIR"  move 1 to w-kolon perform csv-gelir
        when "LY-GELIR"  move 2 to w-kolon perform csv-gelir
        when "OTB-GELIR" move 3 to w-kolon perform csv-gelir
        when "TY-ADR"    move 1 to w-kolon perform csv-adr
        when "LY-ADR"    move 2 to w-kolon perform csv-adr
        when "OTB-ADR"   move 3 to w-kolon perform csv-adr
        when "TY-PAY"    move 1 to w-kolon perform csv-pay
        when "LY-PAY"    move 2 to w-kolon perform csv-pay
        when "OTB-PAY"   move 3 to w-kolon perform csv-pay
        when other
             move "?" to w-alan
     end-evaluate
     .

 boyut-adi-bul.
     move "H" to w-bulundu
     perform boyut-adi-ara
             varying w-boyut-ix from 1 by 1
             until w-boyut-ix > 6 or w-bulundu = "E"
     subtract 1 from w-boyut-ix
     move w-boyut-adi (w-boyut-ix) to w-alan
     .

 csv-gece.
     move kyw-gece (w-kolon) to w-csv-sayi-ed
     move w-csv-sayi-ed to w-alan
     .

 csv-konuk.
     move kyw-konuk (w-kolon) to w-csv-sayi-ed
     move w-csv-sayi-ed to w-alan
     .

 csv-gelir.
     move kyw-gelir (w-kolon) to w-csv-tutar-ed
     move w-csv-tutar-ed to w-alan
     .

 csv-adr.
     move 0 to w-adr
     if kyw-gece (w-kolon) > 0
        compute w-adr rounded =
                kyw-gelir (w-kolon) / kyw-gece (w-kolon)
     end-if
     move w-adr to w-csv-tutar-ed
     move w-csv-tutar-ed to w-alan
     .

 csv-pay.
     move 0 to w-pay
     if w-genel-gelir (w-kolon) > 0
        compute w-pay rounded =
                kyw-gelir (w-kolon) * 100 / w-genel-gelir (w-kolon)
     end-if
     move w-pay to w-csv-sayi-ed
     move w-csv-sayi-ed to w-alan
     .
