*> arssorgu.cbl
*> Canli ve arsiv dosyalari uzerinde salt okunur sorgu. Kapali
*> yillar arsivle ile yil ekli arsiv dosyalarina tasindiktan sonra
*> eski bir konaklama, folio ya da fatura ayni ekrandan aranabilmeli:
*> once canli dosyalara, sonra ARSYIL'deki her yilin arsivine bakilir.
*> Hicbir dosyaya yazilmaz; sonuc arssorgu.txt'ye basilir ve bulunan
*> kaynagin yili lk-yil'de doner (0: canli).
*>   - lk-mod-rez: lk-rez-no; rezervasyon, folio satirlari
*>     (CAST-log) ve faturalari. REZ'de olmayan rezervasyon kaynagin
*>     REZ-log'unda aranir,
*>   - lk-mod-ad: lk-soyadi ile baslayan ve giris tarihi lk-bas-tar -
*>     lk-bit-tar arasindaki rezervasyonlarin listesi (tum kaynaklar;
*>     REZ'de olmayan REZ-log kayitlari "L" ile isaretlenir),
*>   - lk-mod-fatura: lk-fat-no; fatura ozeti.
program-id. arssorgu is initial program.
environment division.
input-output section.
file-control.
     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     copy "fatura.sel.cpy".

     copy "arsyil.sel.cpy".

     select rez-log assign to random
            rez-log-dosya
            organization indexed
            access mode is dynamic
            record key is rez-log-no
            file status is fs-rez-log.

     select arssorgu-rapor assign to random
            arssorgu-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

 copy "fatura.lib.cpy".

 copy "arsyil.lib.cpy".

*> (duzen istyenid.cbl ile aynidir)
fd  rez-log.
01  rez-log-rec.
          02 rez-log-anah.
             03 rez-log-no             pic 9(08).
          02 rez-log-tipi              pic 9.
          02 rez-log-durumu            pic x.
          02 rez-log-acen-anah.
             03 rez-log-acenta         pic x(4).
             03 rez-log-gir-tar.
                04 rez-log-gir-yil     pic 9999.
                04 rez-log-gir-ay      pic 99.
                04 rez-log-gir-gun     pic 99.
             03 rez-log-cik-tar.
                04 rez-log-cik-yil     pic 9999.
                04 rez-log-cik-ay      pic 99.
                04 rez-log-cik-gun     pic 99.
          02 rez-log-adi               pic x(20).
          02 rez-log-soyadi            pic x(20).
          02 rez-log-banka             pic 99.
          02 rez-log-doviz             pic 99.
          02 rez-log-anlasma           pic xx.
          02 rez-log-odeme-tipi        pic xx.
          02 rez-log-pan-tipi          pic xx.
          02 rez-log-ulke              pic x(03).
          02 rez-log-voucher           pic x(30).
          02 rez-log-kur-aygun         pic x.
          02 rez-log-k-g-b             pic x.
          02 rez-log-vip               pic x.
          02 rez-log-komisyon          pic 99.
          02 rez-log-nor-indirim       pic 99v99.
          02 rez-log-c-in              pic x.
          02 rez-log-folio             pic 9(08).
          02 rez-log-odano             pic x(04).

          02 rez-log-s-d-t-g           pic 9.
          02 rez-log-oda-konumu        pic 99.
          02 rez-log-kisi.
             03 rez-log-buyuk          pic 9(02).
             03 rez-log-kucuk          pic 9(02).
             03 rez-log-bebek          pic 9(01).
             03 rez-log-free           pic 9(01).
          02 rez-log-fiyati            pic 9(12)v99 comp-3.
          02 rez-log-isl-tar.
             03 rez-log-isl-yil        pic 9999.
             03 rez-log-isl-ay         pic 99.
             03 rez-log-isl-gun        pic 99.
          02 rez-log-al-tar.
             03 rez-log-al-yil         pic 9999.
             03 rez-log-al-ay          pic 99.
             03 rez-log-al-gun         pic 99.
          02 rez-log-ops-tar.
             03 rez-log-ops-yil        pic 9999.
             03 rez-log-ops-ay         pic 99.
             03 rez-log-ops-gun        pic 99.
          02 rez-log-gel-zaman.
             03 rez-log-gel-saat       pic 99.
             03 rez-log-gel-dak        pic 99.
          02 rez-log-git-zaman.
             03 rez-log-git-saat       pic 99.
             03 rez-log-git-dak        pic 99.
          02 rez-log-genel-bilgi.
             03 rez-log-grup-anah.
                04 rez-log-grup-no     pic 9(06).
                04 rez-log-grup-adi    pic x(13).
             03 rez-log-adres1         pic x(20).
             03 rez-log-adres2         pic x(14).
             03 rez-log-aksiyon2-eh    pic 9.
             03 rez-log-special2-eh     pic 9.
             03 rez-log-statu          pic x.
             03 rez-log-iptal          pic 9.
             03 rez-log-sil-sebeb      pic x(2).
             03 rez-log-not1           pic x(100).
             03 rez-log-not2           pic x(100).
             03 rez-log-eski-alan.
               05 rez-log-bavel-eski  pic x(15).
               05 filler      pic x.
             03 rez-log-gel-sirket     pic x(02).
             03 rez-log-git-sirket     pic x(02).
             03 rez-log-operator       pic x(02).
             03 rez-log-e-mail         pic x(01).
             03 rez-log-gr-olabilir    pic 9.
             03 rez-log-voucher-gir-tar.
                04 rez-log-voucher-gir-yil     pic 9999.
                04 rez-log-voucher-gir-ay      pic 99.
                04 rez-log-voucher-gir-gun     pic 99.
             03 rez-log-gr-status      pic x.
             03 rez-log-kaynak-1       pic x(02).
             03 rez-log-kaynak-2       pic x(02).
             03 rez-log-kaynak-3       pic x(02).
             03 rez-log-firma          pic x(05).
             03 rez-log-extra-kart2    pic x(7).
          02 rez-log-extra-kart        pic x(7).
          02 rez-log-late-zaman.
             03 rez-log-late-gel-saat  pic 99.
             03 rez-log-late-gel-dak   pic 99.
          02 rez-log-on-odeme          pic 9(12)v99 comp-3.
          02 rez-log-on-doviz          pic 9(02).
          02 rez-log-pazar             pic x(02).
          02 rez-log-eb                pic x.
          02 rez-log-fiyat-fix         pic x.
          02 rez-log-fiyat-konumu      pic 99.
          02 rez-log-aksiyon-eh        pic x.
          02 rez-log-bilbord-eh        pic x.
          02 rez-log-ug-ind            pic 9.
          02 rez-log-cin-kuru          pic 999v99999.
          02 rez-log-oda-tipi          pic xx.
          02 rez-log-special-eh        pic 9.
          02 rez-log-ozel-durum-car    pic 999v9999999.
          02 rez-log-ozel-durum        pic 99.
          02 rez-log-title             pic x(09).
          02 rez-log-gec               pic 9.
          02 rez-log-plan              pic 9.
          02 rez-log-rehber            pic x(2).
          02 rez-log-fiyat-flag.
             05 rez-log-aksiyon-flag   pic 9.
             05 rez-log-renk           pic 9.
             05 rez-log-special-flag   pic 9.
          02 rez-log-oda-tipi2         pic xx.
          02 rez-log-oda-tipi3         pic xx.
          02 rez-log-tikler.
             05 rez-log-ozel-tip       pic x.
             05 rez-log-tam-blok       pic 9.
             05 rez-log-share          pic 9.
          02 rez-log-staf-bos       pic x(04).
          02 rez-log-sharenum       pic 9(8).
          02 rez-log-sil-tar         pic x(8).
          02 rez-log-rate-kodu       pic x(8).
          02 rez-log-extra-ind       pic 999v99.
          02 rez-log-no-post          pic 9.
          02 rez-log-dev-uye-no      pic 9(8).
          02 rez-log-rate-acenta     pic xxxx.
          02 rez-log-room-kdv-yok    pic x.
          02 rez-log-extra-kdv-yok   pic x.
          02 rez-log-telefon-no      pic x(15).
          02 rez-log-bavel           pic x(15).
          02 rez-log-vip-turu        pic x.
          02 rez-log-blok-tip        pic 9.
          02 rez-log-onodeme-var     pic 9.
          02 rez-log-cin-kur-tar.
             03 rez-log-cin-kur-yil  pic 9(4).
             03 rez-log-cin-kur-ay   pic 9(2).
             03 rez-log-cin-kur-gun  pic 9(2).
          02 rez-log-kredi-kart.
             03 rez-log-kart-tipi     pic x.
             03 rez-log-kart-no1      pic x(04).
             03 rez-log-kart-no2      pic x(04).
             03 rez-log-kart-no3      pic x(04).
             03 rez-log-kart-no4      pic x(04).
             03 rez-log-cvv-kodu      pic x(03).
             03 rez-log-onay-kodu     pic x(15).
             03 rez-log-onay-tutar    pic 9(7)v99.
             03 rez-log-onay-doviz    pic x(02).
             03 rez-log-kart-sahibi   pic x(50).
             03 rez-log-kart-son-ay   pic 9(2).
             03 rez-log-kart-son-yil  pic 9(2).
             03 rez-log-provizyon-notu pic x(20).

          02 rez-log-bosv9           pic x(811).
          02 rez-log-staf              pic x(04).
          02 rez-log-fis             pic 9(10).

fd  arssorgu-rapor.
01  arssorgu-rapor-satir         pic x(132).

working-storage section.
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  fatura-dosya                 pic x(200) value "fatura.dat".
01  arsyil-dosya                 pic x(200) value "arsyil.dat".
01  rez-log-dosya                pic x(200) value "rez-log.dat".
01  arssorgu-rapor-dosya         pic x(200) value "arssorgu.txt".
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-fatura                    pic xx.
01  fs-arsyil                    pic xx.
01  fs-rez-log                   pic xx.

01  w-bugun                      pic 9(08).
*> kaynak: 0 canli, diger arsiv yili
01  w-kaynak-yil                 pic 9(04).
01  w-kaynak-ed                  pic x(05).
01  w-bulundu                    pic x(01).
01  w-ars-acik                   pic x(01).
01  w-kayit-var                  pic x(01).
01  w-rez-acik                   pic x(01).
01  w-uz                         pic 9(02).
01  w-bas-yil                    pic 9(04).
01  w-bit-yil                    pic 9(04).
01  w-gir-tar                    pic 9(08).
01  w-cik-tar                    pic 9(08).
01  w-b                          pic 9(02).
01  w-satir-tutar                pic s9(9)v99.
01  w-folio-toplam               pic s9(11)v99.
01  w-sayi                       pic 9(05).
01  w-tutar-ed                   pic -(9)9,99.
01  w-toplam-ed                  pic -(11)9,99.
01  w-kisi-ed                    pic z9.

linkage section.
01  arssorgu-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-rez               value "R".
        88  lk-mod-ad                value "A".
        88  lk-mod-fatura            value "F".
    02  lk-rez-no                pic 9(08).
    02  lk-soyadi                pic x(20).
    02  lk-bas-tar               pic 9(08).
    02  lk-bit-tar               pic 9(08).
    02  lk-fat-no                pic 9(10).
*>   bulunan kaynak (0 canli) / listelenen satir
    02  lk-yil                   pic 9(04).
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-bulunamadi      value "B".
        88  lk-sonuc-hata            value "H".

procedure division using arssorgu-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-yil lk-sayi w-sayi
     if not lk-mod-rez and not lk-mod-ad and not lk-mod-fatura
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     if lk-mod-ad
        if lk-soyadi = spaces or lk-bas-tar = 0
        or lk-bit-tar < lk-bas-tar
           set lk-sonuc-hata to true
           move 1 to return-code
           goback
        end-if
        compute w-uz = function length
                       (function trim (lk-soyadi trailing))
        compute w-bas-yil = lk-bas-tar / 10000
        compute w-bit-yil = lk-bit-tar / 10000 + 1
     end-if
     open output arssorgu-rapor
     perform rapor-bas
*>   once canli dosyalar
     move 0 to w-kaynak-yil
     move "N" to w-bulundu
     perform kaynak-sorgula
*>   sonra arsiv yillari
     move "H" to w-ars-acik
     open input arsyil
     if fs-arsyil = "00"
        move "E" to w-ars-acik
        move 0 to ary-yil
        start arsyil key is not less than ary-yil
              invalid move "10" to fs-arsyil
        end-start
        perform arsiv-yili
                until fs-arsyil = "10" or w-bulundu = "E"
     end-if
     if w-ars-acik = "E"
        close arsyil
     end-if
     if lk-mod-ad
        move w-sayi to lk-sayi
        if w-sayi = 0
           set lk-sonuc-bulunamadi to true
        end-if
     else
        if w-bulundu not = "E"
           set lk-sonuc-bulunamadi to true
           move "KAYIT BULUNAMADI" to arssorgu-rapor-satir
           write arssorgu-rapor-satir
        end-if
     end-if
     close arssorgu-rapor
     goback.

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
     if lk-mod-ad
        if ary-yil < w-bas-yil or ary-yil > w-bit-yil
           exit paragraph
        end-if
     end-if
     move ary-yil        to w-kaynak-yil
     move ary-rez-dosya  to rez-dosya
     move ary-cast-dosya to cast-log-dosya
     move ary-fat-dosya  to fatura-dosya
     move ary-rlog-dosya to rez-log-dosya
     perform kaynak-sorgula
     .

 rapor-bas.
     move spaces to arssorgu-rapor-satir
     evaluate true
        when lk-mod-rez
             string "ARSIV SORGUSU  REZERVASYON " lk-rez-no
                    "   (" w-bugun ")"
                    delimited by size into arssorgu-rapor-satir
        when lk-mod-ad
             string "ARSIV SORGUSU  SOYADI " lk-soyadi
                    " GIRIS " lk-bas-tar " - " lk-bit-tar
                    "   (" w-bugun ")"
                    delimited by size into arssorgu-rapor-satir
        when other
             string "ARSIV SORGUSU  FATURA " lk-fat-no
                    "   (" w-bugun ")"
                    delimited by size into arssorgu-rapor-satir
     end-evaluate
     write arssorgu-rapor-satir
     move all "-" to arssorgu-rapor-satir
     write arssorgu-rapor-satir
     .

*> ---------------------------------------------------------------
*> bir kaynak (canli ya da arsiv yili): dosyalar salt okunur acilir
*> ---------------------------------------------------------------
 kaynak-sorgula.
     if w-kaynak-yil = 0
        move "CANLI" to w-kaynak-ed
     else
        move w-kaynak-yil to w-kaynak-ed
     end-if
     evaluate true
        when lk-mod-rez
             perform rez-sorgula
        when lk-mod-ad
             perform ad-sorgula
        when other
             perform fatura-sorgula
     end-evaluate
     .

 rez-sorgula.
     move "H" to w-kayit-var
     open input rez
     if fs-rez = "00"
        move lk-rez-no to rez-no
        read rez
             invalid continue
             not invalid
                 move "E" to w-kayit-var
                 perform rez-bilgi-yaz
                 move rez-gir-tar to w-gir-tar
                 move rez-cik-tar to w-cik-tar
        end-read
     end-if
     close rez
     if w-kayit-var not = "E"
        perform rez-log-ara
     end-if
     if w-kayit-var not = "E"
        exit paragraph
     end-if
     move "E" to w-bulundu
     move w-kaynak-yil to lk-yil
     open input cast-log
     if fs-cast-log = "00"
        perform folio-yaz
     end-if
     close cast-log
     open input fatura
     if fs-fatura = "00"
        move lk-rez-no to fat-rez-anah
        start fatura key is not less than fat-rez-anah
              invalid move "10" to fs-fatura
        end-start
        perform rez-faturasi
                until fs-fatura = "10"
     end-if
     close fatura
     .

*> REZ'de olmayan (silinmis / tasinmis) rezervasyonun REZ-log kaydi
 rez-log-ara.
     open input rez-log
     if fs-rez-log = "00"
        move lk-rez-no to rez-log-no
        read rez-log
             invalid continue
             not invalid
                 move "E" to w-kayit-var
                 perform rez-log-bilgi-yaz
                 move rez-log-gir-tar to w-gir-tar
                 move rez-log-cik-tar to w-cik-tar
        end-read
     end-if
     close rez-log
     .

 rez-log-bilgi-yaz.
     move spaces to arssorgu-rapor-satir
     string "KAYNAK " w-kaynak-ed " REZ-LOG  REZ " rez-log-no "  "
            rez-log-adi " " rez-log-soyadi "  ACENTA " rez-log-acenta
            "  ODA " rez-log-odano
            delimited by size into arssorgu-rapor-satir
     write arssorgu-rapor-satir
     move spaces to arssorgu-rapor-satir
     string "  GIRIS " rez-log-gir-tar "  CIKIS " rez-log-cik-tar
            "  DURUM " rez-log-durumu "  FOLIO " rez-log-folio
            delimited by size into arssorgu-rapor-satir
     write arssorgu-rapor-satir
     .

 rez-bilgi-yaz.
     move spaces to arssorgu-rapor-satir
     string "KAYNAK " w-kaynak-ed "  REZ " rez-no "  " rez-adi " "
            rez-soyadi "  ACENTA " rez-acenta "  ODA " rez-odano
            delimited by size into arssorgu-rapor-satir
     write arssorgu-rapor-satir
     move spaces to arssorgu-rapor-satir
     string "  GIRIS " rez-gir-tar "  CIKIS " rez-cik-tar
            "  DURUM " rez-durumu "  FOLIO " rez-folio
            delimited by size into arssorgu-rapor-satir
     write arssorgu-rapor-satir
     .

*> folio satirlari ikincil anahtarla (tarih + rez) konaklama boyunca
 folio-yaz.
     move spaces to arssorgu-rapor-satir
     write arssorgu-rapor-satir
     move "  FOLIO SATIRLARI" to arssorgu-rapor-satir
     write arssorgu-rapor-satir
     move 0 to w-folio-toplam
     move w-gir-tar to cast-log-tarih
     move 0 to cast-log-rez-no cast-log-fis
     start cast-log key is not less than cast-log-alt
           invalid move "10" to fs-cast-log
     end-start
     perform folio-satiri
             until fs-cast-log = "10"
     move w-folio-toplam to w-toplam-ed
     move spaces to arssorgu-rapor-satir
     string "  FOLIO TOPLAMI " w-toplam-ed
            delimited by size into arssorgu-rapor-satir
     write arssorgu-rapor-satir
     .

 folio-satiri.
     read cast-log next record
          at end move "10" to fs-cast-log
     end-read
     if fs-cast-log not = "00" and fs-cast-log not = "02"
        move "10" to fs-cast-log
     end-if
     if fs-cast-log = "10"
        exit paragraph
     end-if
     if cast-log-tarih > w-cik-tar
        move "10" to fs-cast-log
        exit paragraph
     end-if
     if cast-log-rez-no not = lk-rez-no
        exit paragraph
     end-if
     move 0 to w-satir-tutar
     perform kirilim-topla
             varying w-b from 1 by 1 until w-b > 15
     add w-satir-tutar to w-folio-toplam
     move w-satir-tutar to w-tutar-ed
     move spaces to arssorgu-rapor-satir
     string "  " cast-log-tarih "  FIS " cast-log-fis "  "
            cast-log-rate-kodu "  " w-tutar-ed "  " cast-log-itiraz
            "  FATURA " cast-log-fat-no
            delimited by size into arssorgu-rapor-satir
     write arssorgu-rapor-satir
     .

 kirilim-topla.
     add cast-log-br-malzeme-tut (w-b) to w-satir-tutar
     .

 rez-faturasi.
     read fatura next record
          at end move "10" to fs-fatura
     end-read
     if fs-fatura not = "00" and fs-fatura not = "02"
        move "10" to fs-fatura
     end-if
     if fs-fatura = "10"
        exit paragraph
     end-if
     if fat-rez-anah not = lk-rez-no
        move "10" to fs-fatura
        exit paragraph
     end-if
     perform fatura-satiri-yaz
     .

 fatura-satiri-yaz.
     move fat-genel-toplam to w-toplam-ed
     move spaces to arssorgu-rapor-satir
     string "  FATURA " fat-anah "  " fat-tarih "  REZ " fat-rez-anah
            "  " fat-musteri-adi "  " fat-doviz-cinsi " " w-toplam-ed
            delimited by size into arssorgu-rapor-satir
     write arssorgu-rapor-satir
     .

 fatura-sorgula.
     open input fatura
     if fs-fatura not = "00"
        close fatura
        exit paragraph
     end-if
     move lk-fat-no to fat-anah
     read fatura
          invalid
              close fatura
              exit paragraph
     end-read
     move "E" to w-bulundu
     move w-kaynak-yil to lk-yil
     move spaces to arssorgu-rapor-satir
     string "KAYNAK " w-kaynak-ed
            delimited by size into arssorgu-rapor-satir
     write arssorgu-rapor-satir
     perform fatura-satiri-yaz
     close fatura
     .

*> soyadi + giris tarihi listesi: kaynagin tum REZ'i, ardindan
*> REZ'de bulunmayan REZ-log kayitlari taranir
 ad-sorgula.
     move "H" to w-rez-acik
     open input rez
     if fs-rez = "00"
        move "E" to w-rez-acik
        move 0 to rez-no
        start rez key is not less than rez-anah
              invalid move "10" to fs-rez
        end-start
        perform ad-satiri
                until fs-rez = "10"
     end-if
     open input rez-log
     if fs-rez-log = "00"
        move 0 to rez-log-no
        start rez-log key is not less than rez-log-no
              invalid move "10" to fs-rez-log
        end-start
        perform ad-log-satiri
                until fs-rez-log = "10"
     end-if
     close rez rez-log
     .

 ad-log-satiri.
     read rez-log next record
          at end move "10" to fs-rez-log
     end-read
     if fs-rez-log not = "00" and fs-rez-log not = "02"
        move "10" to fs-rez-log
     end-if
     if fs-rez-log = "10"
        exit paragraph
     end-if
     move rez-log-gir-tar to w-gir-tar
     if w-gir-tar < lk-bas-tar or w-gir-tar > lk-bit-tar
        exit paragraph
     end-if
     if rez-log-soyadi (1:w-uz) not = lk-soyadi (1:w-uz)
        exit paragraph
     end-if
     if w-rez-acik = "E"
        move rez-log-no to rez-no
        read rez
             not invalid exit paragraph
        end-read
     end-if
     add 1 to w-sayi
     move rez-log-buyuk to w-kisi-ed
     move spaces to arssorgu-rapor-satir
     string w-kaynak-ed "L " rez-log-no "  " rez-log-soyadi " "
            rez-log-adi "  " rez-log-gir-tar " - " rez-log-cik-tar
            "  " rez-log-acenta "  " rez-log-odano "  "
            rez-log-durumu "  " w-kisi-ed
            delimited by size into arssorgu-rapor-satir
     write arssorgu-rapor-satir
     .

 ad-satiri.
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
     if w-gir-tar < lk-bas-tar or w-gir-tar > lk-bit-tar
        exit paragraph
     end-if
     if rez-soyadi (1:w-uz) not = lk-soyadi (1:w-uz)
        exit paragraph
     end-if
     add 1 to w-sayi
     move rez-buyuk to w-kisi-ed
     move spaces to arssorgu-rapor-satir
     string w-kaynak-ed "  " rez-no "  " rez-soyadi " " rez-adi
            "  " rez-gir-tar " - " rez-cik-tar "  " rez-acenta
            "  " rez-odano "  " rez-durumu "  " w-kisi-ed
            delimited by size into arssorgu-rapor-satir
     write arssorgu-rapor-satir
     .
