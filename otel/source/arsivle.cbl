*> arsivle.cbl
*> Kapali yillarin arsive alinmasi. Canli REZ, CAST-log, REZ-log ve
*> FATURA dosyalari on yildan fazla gecmis tasiyor; gece islemesi,
*> rezara aramalari ve butunluk kontrolleri her sezon yavasliyordu.
*> Bu alt program kapanmis bir yili (cikis tarihinin yili) canli
*> dosyalardan ayni kayit duzenindeki yil ekli arsiv dosyalarina
*> (rez2015.dat, cast-log2015.dat, rez-log2015.dat,
*> fatura2015.dat) tasir ve ARSYIL'e kaydeder:
*>   - lk-mod-arsivle: lk-yil (bos ise saklama penceresinin
*>     disindaki en yeni yil). Yil, arsivle.prm SAKLA satirindaki
*>     yil sayisi (varsayilan ve en az 2) kadar geride olmalidir. Bir
*>     rezervasyon ancak kapaliysa tasinir: cikmis ya da iptal /
*>     no-show, folio satiri varsa faturalanmis (son faturadan
*>     sonra faturasiz folio satiri da yok), CAST-log'da
*>     itirazli satiri yok ve ARSTUT'ta suresi dolmamis tutmasi
*>     (KVKK hukuki talep, dava, denetim) yok. Tasinan
*>     rezervasyonun faturalari, folio satirlari ve REZ-log kaydi
*>     da tasinir; REZ'de artik olmayan eski REZ-log kayitlari ayni
*>     kurallarla tasinir. Atlanan rezervasyonlar nedeniyle birlikte
*>     arsivle.txt'ye basilir. Canli kayit ancak arsive yazildiktan
*>     sonra silinir; yazilamayan ya da silinemeyen kayit canlida
*>     kalir ve hata olarak sayilir. Yarida kalan calisma ayni yille
*>     yeniden baslatilir: arsivde zaten olan kayit uzerine yazilir,
*>     arsiv REZ'inde olan rezervasyon tasinmis sayilir (canlida
*>     kalmis faturasi, folio satiri ve REZ-log kaydi tasinir) ve
*>     fatura denetimi arsiv FATURA'ya da bakar,
*>   - lk-mod-tutma: lk-rez-no icin arsiv tutmasi acilir (lk-neden
*>     K/D/M, lk-bitis-tarih 0 ise suresiz); lk-sil E ise kaldirilir.
program-id. arsivle is initial program.
environment division.
input-output section.
file-control.
     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     copy "fatura.sel.cpy".

     select rez-log assign to random
            rez-log-dosya
            organization indexed
            access mode is dynamic
            record key is rez-log-no
            file status is fs-rez-log.

     select arsrez assign to random
            arsrez-dosya
            organization indexed
            access mode is dynamic
            record key is arsrez-anah
            file status is fs-arsrez.

     select arscl assign to random
            arscl-dosya
            organization indexed
            access mode is dynamic
            record key is arscl-fis
            alternate record key arscl-alt = arscl-anah, arscl-fis
                  with duplicates
            file status is fs-arscl.

     select arsfatura assign to random
            arsfatura-dosya
            organization indexed
            access mode is dynamic
            record key is arsfat-anah
            alternate record key is arsfat-rez-anah
                  with duplicates
            file status is fs-arsfatura.

     select arsrlog assign to random
            arsrlog-dosya
            organization indexed
            access mode is dynamic
            record key is arsrlog-no
            file status is fs-arsrlog.

     copy "arsyil.sel.cpy".

     copy "arstut.sel.cpy".

     select arssec assign to random
            arssec-dosya
            organization indexed
            access mode is dynamic
            record key is asc-rez-no
            file status is fs-arssec.

     select arsivle-param assign to random
            arsivle-param-dosya
            organization line sequential
            file status is fs-param.

     select arsivle-rapor assign to random
            arsivle-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

 copy "fatura.lib.cpy".

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

*> arsiv dosyalari canli dosyalarla ayni duzendedir
 copy "rez.lib.cpy" replacing leading ==rez== by ==arsrez==.

 copy "castlog.lib.cpy" replacing leading ==cast-log== by ==arscl==.

 copy "fatura.lib.cpy" replacing leading ==fat== by ==arsfat==.

fd  arsrlog.
01  arsrlog-rec.
    02  arsrlog-no               pic 9(08).
    02  filler                   pic x(1596).

 copy "arsyil.lib.cpy".

 copy "arstut.lib.cpy".

*> calisma dosyasi: CAST-log'da satiri olan rezervasyonlar
fd  arssec.
01  asc-rec.
    02  asc-rez-no               pic 9(08).
    02  asc-satir-var            pic x(01).
    02  asc-itiraz               pic x(01).
    02  asc-arsivle              pic x(01).
*>   faturasiz (cast-log-fat-no bos) en son folio satirinin tarihi
    02  asc-son-satir-tar        pic 9(08).

fd  arsivle-param.
01  param-satir                  pic x(80).

fd  arsivle-rapor.
01  arsivle-rapor-satir          pic x(132).

working-storage section.
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  fatura-dosya                 pic x(200) value "fatura.dat".
01  rez-log-dosya                pic x(200) value "rez-log.dat".
01  arsrez-dosya                 pic x(200).
01  arscl-dosya                  pic x(200).
01  arsfatura-dosya              pic x(200).
01  arsrlog-dosya                pic x(200).
01  arsyil-dosya                 pic x(200) value "arsyil.dat".
01  arstut-dosya                 pic x(200) value "arstut.dat".
01  arssec-dosya                 pic x(200) value "arssec.dat".
01  arsivle-param-dosya          pic x(200) value "arsivle.prm".
01  arsivle-rapor-dosya          pic x(200) value "arsivle.txt".
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-fatura                    pic xx.
01  fs-rez-log                   pic xx.
01  fs-arsrez                    pic xx.
01  fs-arscl                     pic xx.
01  fs-arsfatura                 pic xx.
01  fs-arsrlog                   pic xx.
01  fs-arsyil                    pic xx.
01  fs-arstut                    pic xx.
01  fs-arssec                    pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-r redefines w-bugun.
    02  w-bugun-yil              pic 9(04).
    02  filler                   pic 9(04).
01  w-p-tip                      pic x(10).
01  w-p-deger1                   pic x(10).
01  w-sakla                      pic 9(02).
01  w-cik-tar                    pic 9(08).
01  w-cik-tar-r redefines w-cik-tar.
    02  w-cik-yil                pic 9(04).
    02  filler                   pic 9(04).
01  w-rez-no                     pic 9(08).
01  w-neden                      pic x(20).
01  w-fatura-var                 pic x(01).
01  w-son-fat-tar                pic 9(08).
01  w-satir-tar                  pic 9(08).
01  w-yazildi                    pic x(01).
01  w-degisti                    pic x(01).
01  w-hata-dosya                 pic x(08).
01  w-hata-anah                  pic 9(10).
01  w-iptal                      pic x(01).

01  w-rez-adet                   pic 9(07).
01  w-cast-adet                  pic 9(09).
01  w-rlog-adet                  pic 9(07).
01  w-fat-adet                   pic 9(07).
01  w-atlanan                    pic 9(07).
01  w-hatali                     pic 9(07).
01  w-sayi-ed                    pic z(8)9.

linkage section.
01  arsivle-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-arsivle           value "A".
        88  lk-mod-tutma             value "T".
    02  lk-yil                   pic 9(04).
    02  lk-rez-no                pic 9(08).
    02  lk-neden                 pic x(01).
    02  lk-aciklama              pic x(40).
    02  lk-bitis-tarih           pic 9(08).
    02  lk-sil                   pic x(01).
    02  lk-kllnc                 pic x(10).
*>   arsivle: tasinan rezervasyon / atlanan
    02  lk-sayi                  pic 9(07).
    02  lk-atlanan               pic 9(07).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-bulunamadi      value "B".
        88  lk-sonuc-hata            value "H".

procedure division using arsivle-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi lk-atlanan
     open i-o arstut
     if fs-arstut = "35"
        close arstut
        open output arstut
        close arstut
        open i-o arstut
     end-if
     if fs-arstut not = "00"
        close arstut
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-tutma
             perform tutma-isle
        when lk-mod-arsivle
             perform param-oku
             perform yil-arsivle
        when other
             set lk-sonuc-hata to true
     end-evaluate
     close arstut
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> parametreler ve tutma
*> ---------------------------------------------------------------
 param-oku.
     move 2 to w-sakla
     open input arsivle-param
     if fs-param = "00"
        perform param-satiri
                until fs-param not = "00"
        close arsivle-param
     end-if
*>   gecen yilin ayni donemiyle karsilastiran raporlar (usali,
*>   pacetahm, firmuret) canli dosyalari okur: iki yildan azi
*>   kabul edilmez
     if w-sakla < 2
        move 2 to w-sakla
     end-if
     .

 param-satiri.
     read arsivle-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00" or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-deger1
     unstring param-satir delimited by ";"
              into w-p-tip w-p-deger1
     end-unstring
     if w-p-tip = "SAKLA"
        compute w-sakla = function numval (w-p-deger1)
     end-if
     .

 tutma-isle.
     if lk-rez-no = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-rez-no to ast-rez-no
     if lk-sil = "E"
        delete arstut record
               invalid set lk-sonuc-bulunamadi to true
        end-delete
        exit paragraph
     end-if
     if lk-neden not = "K" and lk-neden not = "D"
     and lk-neden not = "M"
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-neden       to ast-neden
     move lk-aciklama    to ast-aciklama
     move w-bugun        to ast-tarih
     move lk-bitis-tarih to ast-bitis-tarih
     move lk-kllnc       to ast-kllnc
     write ast-rec
           invalid
               rewrite ast-rec invalid set lk-sonuc-hata to true
               end-rewrite
     end-write
     .

*> ---------------------------------------------------------------
*> yil arsivleme
*> ---------------------------------------------------------------
 yil-arsivle.
     if lk-yil = 0
        compute lk-yil = w-bugun-yil - w-sakla - 1
     end-if
     if lk-yil + w-sakla >= w-bugun-yil
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open i-o rez cast-log fatura rez-log
     if fs-rez not = "00" or fs-cast-log not = "00"
     or fs-fatura not = "00" or fs-rez-log not = "00"
        close rez cast-log fatura rez-log
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open i-o arsyil
     if fs-arsyil = "35"
        close arsyil
        open output arsyil
        close arsyil
        open i-o arsyil
     end-if
     if fs-arsyil not = "00"
        close rez cast-log fatura rez-log arsyil
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-yil to ary-yil
     read arsyil
          invalid
              initialize ary-rec
              move lk-yil to ary-yil
              string "rez" lk-yil ".dat" delimited by size
                     into ary-rez-dosya
              string "cast-log" lk-yil ".dat" delimited by size
                     into ary-cast-dosya
              string "rez-log" lk-yil ".dat" delimited by size
                     into ary-rlog-dosya
              string "fatura" lk-yil ".dat" delimited by size
                     into ary-fat-dosya
              set ary-yarim to true
              write ary-rec invalid continue end-write
          not invalid
              set ary-yarim to true
              rewrite ary-rec invalid continue end-rewrite
     end-read
     move ary-rez-dosya  to arsrez-dosya
     move ary-cast-dosya to arscl-dosya
     move ary-rlog-dosya to arsrlog-dosya
     move ary-fat-dosya  to arsfatura-dosya
*>   arsiv dosyalari acilmadan canli kayit silinmez
     perform arsiv-dosyalarini-ac
     move 0 to w-rez-adet w-cast-adet w-rlog-adet w-fat-adet
     move 0 to w-atlanan w-hatali
     open output arssec
     close arssec
     open i-o arssec
     if fs-arsrez not = "00" or fs-arscl not = "00"
     or fs-arsfatura not = "00" or fs-arsrlog not = "00"
     or fs-arssec not = "00"
        close rez cast-log fatura rez-log
        close arsrez arscl arsfatura arsrlog arsyil arssec
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open output arsivle-rapor
     move spaces to arsivle-rapor-satir
     string "ARSIVLEME  YIL " lk-yil "   SAKLAMA " w-sakla
            " YIL   (" w-bugun ")"
            delimited by size into arsivle-rapor-satir
     write arsivle-rapor-satir
     move spaces to arsivle-rapor-satir
     write arsivle-rapor-satir
     move "ATLANAN REZERVASYONLAR VE TASIMA HATALARI"
       to arsivle-rapor-satir
     write arsivle-rapor-satir
     move all "-" to arsivle-rapor-satir
     write arsivle-rapor-satir
*>   1. folio satiri ve itiraz bilgisi
     move 0 to cast-log-fis
     start cast-log key is not less than cast-log-fis
           invalid move "10" to fs-cast-log
     end-start
     perform satir-taramasi
             until fs-cast-log = "10"
     move "00" to fs-cast-log
*>   2. rezervasyonlar ve faturalari
     move 0 to rez-no
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform rez-satiri
             until fs-rez = "10"
     move "00" to fs-rez
*>   2a. onceki yarim calismada REZ'i tasinmis, canlida kalan faturalar
     move 0 to fat-anah
     start fatura key is not less than fat-anah
           invalid move "10" to fs-fatura
     end-start
     perform yetim-fatura-satiri
             until fs-fatura = "10"
     move "00" to fs-fatura
*>   3. REZ-log
     move 0 to rez-log-no
     start rez-log key is not less than rez-log-no
           invalid move "10" to fs-rez-log
     end-start
     perform rez-log-satiri
             until fs-rez-log = "10"
     move "00" to fs-rez-log
*>   4. tasinan rezervasyonlarin folio satirlari
     move 0 to cast-log-fis
     start cast-log key is not less than cast-log-fis
           invalid move "10" to fs-cast-log
     end-start
     perform satir-tasi
             until fs-cast-log = "10"
     move "00" to fs-cast-log
     perform rapor-ozet
     add w-rez-adet  to ary-rez-adet
     add w-cast-adet to ary-cast-adet
     add w-rlog-adet to ary-rlog-adet
     add w-fat-adet  to ary-fat-adet
     move w-atlanan  to ary-atlanan-adet
     move w-bugun    to ary-tarih
     move lk-kllnc   to ary-kllnc
*>   canlida kalan kayit varsa yil yarim kalir, yeniden calistirilir
     if w-hatali = 0
        set ary-tamam to true
     end-if
     rewrite ary-rec invalid set lk-sonuc-hata to true
     end-rewrite
     close rez cast-log fatura rez-log
     close arsrez arscl arsfatura arsrlog arsyil arssec
     close arsivle-rapor
     move w-rez-adet to lk-sayi
     move w-atlanan  to lk-atlanan
     .

 arsiv-dosyalarini-ac.
     open i-o arsrez
     if fs-arsrez = "35"
        close arsrez
        open output arsrez
        close arsrez
        open i-o arsrez
     end-if
     open i-o arscl
     if fs-arscl = "35"
        close arscl
        open output arscl
        close arscl
        open i-o arscl
     end-if
     open i-o arsfatura
     if fs-arsfatura = "35"
        close arsfatura
        open output arsfatura
        close arsfatura
        open i-o arsfatura
     end-if
     open i-o arsrlog
     if fs-arsrlog = "35"
        close arsrlog
        open output arsrlog
        close arsrlog
        open i-o arsrlog
     end-if
     .

*> her rezervasyon icin bir calisma kaydi: satir var / itiraz
 satir-taramasi.
     read cast-log next record
          at end move "10" to fs-cast-log
     end-read
     if fs-cast-log not = "00" and fs-cast-log not = "02"
        move "10" to fs-cast-log
     end-if
     if fs-cast-log = "10"
        exit paragraph
     end-if
     if cast-log-rez-no = 0
        exit paragraph
     end-if
     move cast-log-rez-no to asc-rez-no
     read arssec
          invalid
              move cast-log-rez-no to asc-rez-no
              move "E" to asc-satir-var
              move "H" to asc-itiraz asc-arsivle
              move 0   to asc-son-satir-tar
*>            onceki yarim calismada tasinmis rezervasyon
              move cast-log-rez-no to arsrez-no
              read arsrez
                   not invalid move "E" to asc-arsivle
              end-read
              write asc-rec invalid continue end-write
     end-read
     move "H" to w-degisti
     if cast-log-itiraz not = space and asc-itiraz not = "E"
        move "E" to asc-itiraz
        move "E" to w-degisti
     end-if
     move cast-log-tarih to w-satir-tar
     if (cast-log-fat-no not numeric or cast-log-fat-no = 0)
     and w-satir-tar > asc-son-satir-tar
        move w-satir-tar to asc-son-satir-tar
        move "E" to w-degisti
     end-if
     if w-degisti = "E"
        rewrite asc-rec invalid continue end-rewrite
     end-if
     .

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
     move rez-cik-tar to w-cik-tar
     if w-cik-yil not = lk-yil
        exit paragraph
     end-if
     move rez-no to w-rez-no
     move "H" to w-iptal
     if rez-iptal-oldu or rez-no-show
        move "E" to w-iptal
     end-if
     perform kapanis-denetle
     if w-neden not = spaces
        perform atlanan-yaz
        exit paragraph
     end-if
     move "H" to w-yazildi
     write arsrez-rec from rez-rec
           invalid
               rewrite arsrez-rec from rez-rec
                       invalid continue
                       not invalid move "E" to w-yazildi
               end-rewrite
           not invalid move "E" to w-yazildi
     end-write
     move "REZ"    to w-hata-dosya
     move w-rez-no to w-hata-anah
     if w-yazildi not = "E"
        move "ARSIVE YAZILAMADI" to w-neden
        perform tasima-hatasi
        exit paragraph
     end-if
*>   faturalar ve secim REZ silinmeden once: yarida kalirsa REZ
*>   canlida kalir, yeniden calismada faturasi arsivde bulunur
     perform faturalari-tasi
     perform secime-isle
     delete rez record
            invalid
                move "CANLIDAN SILINEMEDI" to w-neden
                perform tasima-hatasi
            not invalid
                add 1 to w-rez-adet
     end-delete
     .

*> w-rez-no / w-iptal icin tasinma engeli -> w-neden (bos: tasinir)
 kapanis-denetle.
     move spaces to w-neden
     move w-rez-no to ast-rez-no
     read arstut
          not invalid
              if ast-bitis-tarih = 0 or ast-bitis-tarih >= w-bugun
                 evaluate true
                    when ast-kvkk
                         move "KVKK TUTMASI" to w-neden
                    when ast-dava
                         move "DAVA / ITIRAZ TUTMASI" to w-neden
                    when other
                         move "DENETIM TUTMASI" to w-neden
                 end-evaluate
              end-if
     end-read
     if w-neden not = spaces
        exit paragraph
     end-if
     move w-rez-no to asc-rez-no
     read arssec
          invalid
              exit paragraph
     end-read
     if asc-itiraz = "E"
        move "ITIRAZLI FOLIO SATIRI" to w-neden
        exit paragraph
     end-if
     perform fatura-ara
     if w-fatura-var not = "E" and w-iptal not = "E"
        move "FATURASIZ FOLIO" to w-neden
        exit paragraph
     end-if
*>   son faturadan sonra yazilmis, ara faturaya da girmemis satir
     if asc-son-satir-tar > w-son-fat-tar
        move "FATURASIZ SATIR" to w-neden
     end-if
     .

*> canli ve (yarim kalmis calismadan) arsiv faturalari; en son
*> fatura tarihi w-son-fat-tar
 fatura-ara.
     move "H" to w-fatura-var
     move 0   to w-son-fat-tar
     move w-rez-no to fat-rez-anah
     start fatura key is not less than fat-rez-anah
           invalid move "10" to fs-fatura
           not invalid move "00" to fs-fatura
     end-start
     perform fatura-ara-oku
             until fs-fatura = "10"
     move "00" to fs-fatura
     move w-rez-no to arsfat-rez-anah
     start arsfatura key is not less than arsfat-rez-anah
           invalid move "10" to fs-arsfatura
           not invalid move "00" to fs-arsfatura
     end-start
     perform arsiv-fatura-ara-oku
             until fs-arsfatura = "10"
     move "00" to fs-arsfatura
     .

 fatura-ara-oku.
     read fatura next record
          at end move "10" to fs-fatura
     end-read
     if fs-fatura not = "00" and fs-fatura not = "02"
        move "10" to fs-fatura
     end-if
     if fs-fatura = "10"
        exit paragraph
     end-if
     if fat-rez-anah not = w-rez-no
        move "10" to fs-fatura
        exit paragraph
     end-if
     move "E" to w-fatura-var
     if fat-tarih > w-son-fat-tar
        move fat-tarih to w-son-fat-tar
     end-if
     .

 arsiv-fatura-ara-oku.
     read arsfatura next record
          at end move "10" to fs-arsfatura
     end-read
     if fs-arsfatura not = "00" and fs-arsfatura not = "02"
        move "10" to fs-arsfatura
     end-if
     if fs-arsfatura = "10"
        exit paragraph
     end-if
     if arsfat-rez-anah not = w-rez-no
        move "10" to fs-arsfatura
        exit paragraph
     end-if
     move "E" to w-fatura-var
     if arsfat-tarih > w-son-fat-tar
        move arsfat-tarih to w-son-fat-tar
     end-if
     .

 faturalari-tasi.
     move w-rez-no to fat-rez-anah
     start fatura key is not less than fat-rez-anah
           invalid move "10" to fs-fatura
     end-start
     perform fatura-tasi
             until fs-fatura = "10"
     move "00" to fs-fatura
     .

 fatura-tasi.
     read fatura next record
          at end move "10" to fs-fatura
     end-read
     if fs-fatura not = "00" and fs-fatura not = "02"
        move "10" to fs-fatura
     end-if
     if fs-fatura = "10"
        exit paragraph
     end-if
     if fat-rez-anah not = w-rez-no
        move "10" to fs-fatura
        exit paragraph
     end-if
     perform fatura-kaydi-tasi
     .

*> bellekteki fatura arsive yazilir, ancak yazildiysa canlidan silinir
 fatura-kaydi-tasi.
     move "H" to w-yazildi
     write arsfat-rec from fat-rec
           invalid
               rewrite arsfat-rec from fat-rec
                       invalid continue
                       not invalid move "E" to w-yazildi
               end-rewrite
           not invalid move "E" to w-yazildi
     end-write
     move "FATURA"  to w-hata-dosya
     move fat-anah  to w-hata-anah
     if w-yazildi not = "E"
        move "ARSIVE YAZILAMADI" to w-neden
        perform tasima-hatasi
        exit paragraph
     end-if
     delete fatura record
            invalid
                move "CANLIDAN SILINEMEDI" to w-neden
                perform tasima-hatasi
            not invalid
                add 1 to w-fat-adet
     end-delete
     .

 yetim-fatura-satiri.
     read fatura next record
          at end move "10" to fs-fatura
     end-read
     if fs-fatura not = "00" and fs-fatura not = "02"
        move "10" to fs-fatura
     end-if
     if fs-fatura = "10"
        exit paragraph
     end-if
     move fat-rez-anah to arsrez-no
     read arsrez
          invalid exit paragraph
     end-read
     move fat-rez-anah to w-rez-no
     perform fatura-kaydi-tasi
     .

*> tasinan rezervasyon isaretlenir (REZ-log ve folio satirlari icin)
 secime-isle.
     move w-rez-no to asc-rez-no
     read arssec
          invalid
              move w-rez-no to asc-rez-no
              move "H" to asc-satir-var asc-itiraz
              move "E" to asc-arsivle
              write asc-rec invalid continue end-write
          not invalid
              move "E" to asc-arsivle
              rewrite asc-rec invalid continue end-rewrite
     end-read
     .

*> canlidan tasinamayan kayit; canli kayit yerinde kalir
 tasima-hatasi.
     add 1 to w-hatali
     move spaces to arsivle-rapor-satir
     string w-rez-no " HATA " w-hata-dosya " " w-hata-anah " "
            w-neden
            delimited by size into arsivle-rapor-satir
     write arsivle-rapor-satir
     .

 atlanan-yaz.
     add 1 to w-atlanan
     move spaces to arsivle-rapor-satir
     string w-rez-no " " w-cik-tar " " w-neden
            delimited by size into arsivle-rapor-satir
     write arsivle-rapor-satir
     .

*> REZ-log: tasinan rezervasyonunki ya da REZ'de artik olmayan
*> eski kayit ayni kurallarla
 rez-log-satiri.
     read rez-log next record
          at end move "10" to fs-rez-log
     end-read
     if fs-rez-log not = "00" and fs-rez-log not = "02"
        move "10" to fs-rez-log
     end-if
     if fs-rez-log = "10"
        exit paragraph
     end-if
     move rez-log-no to w-rez-no asc-rez-no
     read arssec
          invalid
              move "H" to asc-arsivle
              move 0   to asc-son-satir-tar
     end-read
*>   onceki yarim calismada tasinmis rezervasyonun REZ-log'u
     if asc-arsivle not = "E"
        move w-rez-no to arsrez-no
        read arsrez
             not invalid
                 perform faturalari-tasi
                 perform secime-isle
        end-read
     end-if
     if asc-arsivle not = "E"
        move rez-log-cik-tar to w-cik-tar
        if w-cik-yil not = lk-yil
           exit paragraph
        end-if
        move w-rez-no to rez-no
        read rez
             not invalid exit paragraph
        end-read
        move "H" to w-iptal
        if rez-log-iptal = 1
           move "E" to w-iptal
        end-if
        perform kapanis-denetle
        if w-neden not = spaces
           perform atlanan-yaz
           exit paragraph
        end-if
        perform faturalari-tasi
        perform secime-isle
     end-if
     move "H" to w-yazildi
     write arsrlog-rec from rez-log-rec
           invalid
               rewrite arsrlog-rec from rez-log-rec
                       invalid continue
                       not invalid move "E" to w-yazildi
               end-rewrite
           not invalid move "E" to w-yazildi
     end-write
     move "REZ-LOG" to w-hata-dosya
     move w-rez-no  to w-hata-anah
     if w-yazildi not = "E"
        move "ARSIVE YAZILAMADI" to w-neden
        perform tasima-hatasi
        exit paragraph
     end-if
     delete rez-log record
            invalid
                move "CANLIDAN SILINEMEDI" to w-neden
                perform tasima-hatasi
            not invalid
                add 1 to w-rlog-adet
     end-delete
     .

 satir-tasi.
     read cast-log next record
          at end move "10" to fs-cast-log
     end-read
     if fs-cast-log not = "00" and fs-cast-log not = "02"
        move "10" to fs-cast-log
     end-if
     if fs-cast-log = "10"
        exit paragraph
     end-if
     if cast-log-rez-no = 0
        exit paragraph
     end-if
     move cast-log-rez-no to asc-rez-no
     read arssec
          invalid exit paragraph
     end-read
     if asc-arsivle not = "E"
        exit paragraph
     end-if
     move "H" to w-yazildi
     write arscl-rec from cast-log-rec
           invalid
               rewrite arscl-rec from cast-log-rec
                       invalid continue
                       not invalid move "E" to w-yazildi
               end-rewrite
           not invalid move "E" to w-yazildi
     end-write
     move "CAST-LOG"      to w-hata-dosya
     move cast-log-rez-no to w-rez-no
     move cast-log-fis    to w-hata-anah
     if w-yazildi not = "E"
        move "ARSIVE YAZILAMADI" to w-neden
        perform tasima-hatasi
        exit paragraph
     end-if
     delete cast-log record
            invalid
                move "CANLIDAN SILINEMEDI" to w-neden
                perform tasima-hatasi
            not invalid
                add 1 to w-cast-adet
     end-delete
     .

 rapor-ozet.
     move all "-" to arsivle-rapor-satir
     write arsivle-rapor-satir
     move w-rez-adet to w-sayi-ed
     move spaces to arsivle-rapor-satir
     string "TASINAN REZERVASYON   " w-sayi-ed "  -> " ary-rez-dosya
            delimited by size into arsivle-rapor-satir
     write arsivle-rapor-satir
     move w-cast-adet to w-sayi-ed
     move spaces to arsivle-rapor-satir
     string "TASINAN FOLIO SATIRI  " w-sayi-ed "  -> " ary-cast-dosya
            delimited by size into arsivle-rapor-satir
     write arsivle-rapor-satir
     move w-rlog-adet to w-sayi-ed
     move spaces to arsivle-rapor-satir
     string "TASINAN REZ-LOG       " w-sayi-ed "  -> " ary-rlog-dosya
            delimited by size into arsivle-rapor-satir
     write arsivle-rapor-satir
     move w-fat-adet to w-sayi-ed
     move spaces to arsivle-rapor-satir
     string "TASINAN FATURA        " w-sayi-ed "  -> " ary-fat-dosya
            delimited by size into arsivle-rapor-satir
     write arsivle-rapor-satir
     move w-atlanan to w-sayi-ed
     move spaces to arsivle-rapor-satir
     string "ATLANAN               " w-sayi-ed
            delimited by size into arsivle-rapor-satir
     write arsivle-rapor-satir
     move w-hatali to w-sayi-ed
     move spaces to arsivle-rapor-satir
     string "TASINAMAYAN (HATA)    " w-sayi-ed
            "  (CANLIDA KALDI, YENIDEN CALISTIRIN)"
            delimited by size into arsivle-rapor-satir
     write arsivle-rapor-satir
     .
