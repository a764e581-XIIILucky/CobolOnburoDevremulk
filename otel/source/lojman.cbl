*> lojman.cbl
*> Personel lojmani yatak yonetimi ve lojman/yemek kesintisi.
*> Sezonluk personelin yatak dagilimi beyaz tahtada tutuluyordu;
*> kimin hangi yatakta oldugu, kimin ayrildigi ve bordrodan ne
*> kesilecegi bilinmiyordu. Yataklar LOJYAT'ta, her giris/cikis
*> LOJHAR'da tutulur:
*>   - lk-mod-tanim: blok/oda/yatak acilir ya da kurali (cinsiyet,
*>     departman, kullanim durumu) degistirilir; dolu yatak
*>     kapatilamaz,
*>   - lk-mod-giris: ozlukgir personel kartindan cagrilir (sicil,
*>     ad, departman, cinsiyet, sozlesme bitisi). Yatak verilmisse
*>     o yatak, verilmemisse kurallara uyan ilk bos yatak atanir.
*>     Kurallar: oda cinsiyeti (bos ise odadaki personelin
*>     cinsiyeti - oda karistirilmaz), oda departmani (bos ise
*>     herkes), yatak kullanimda ve bos olmali, personel baska
*>     yatakta olmamali. Red nedeni lk-red-nedeni ile doner,
*>   - lk-mod-cikis: personelin yatagi bosaltilir, LOJHAR satiri
*>     kapanir (cikis gunu kesintiye girmez),
*>   - lk-mod-durum (gecedrv'nin gece adimi; parametresiz cagri):
*>     lojman.txt doluluk raporu - yatak bazinda yerlesen, blok
*>     ozeti; sozlesme bitis tarihi gectigi halde yatakta kalan
*>     personel "SOZLESME BITTI" diye isaretlenir ve sayilir,
*>   - lk-mod-bordro: secilen ayin (lk-yil/lk-ay; 0 ise bir onceki
*>     ay) LOJHAR satirlarindan kisi basina konaklama gunu
*>     hesaplanir; lojman.prm gunluk tutarlariyla lojman.pay
*>     bordro kesinti dosyasi (tronc.pay ile ayni duzen; kod LOJK
*>     konaklama, LOJY yemek - yalniz yemek kesintili girisler)
*>     ve lojmanb.txt kesinti listesi yazilir.
*> lojman.prm:
*>   K;tutar           - gunluk konaklama kesintisi
*>   Y;tutar           - gunluk yemek kesintisi
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. lojman.
environment division.
input-output section.
file-control.
     copy "lojyat.sel.cpy".

     copy "lojhar.sel.cpy".

     select lojman-param assign to random
            lojman-param-dosya
            organization line sequential
            file status is fs-param.

     select lojman-rapor assign to random
            lojman-rapor-dosya
            organization line sequential.

     select lojman-aktarim assign to random
            lojman-aktarim-dosya
            organization line sequential.

data division.
file section.
 copy "lojyat.lib.cpy".

 copy "lojhar.lib.cpy".

fd  lojman-param.
01  param-satir                  pic x(80).

fd  lojman-rapor.
01  lojman-rapor-satir           pic x(132).

*> bordro aktarim satiri (duzen tronc.cbl ile aynidir)
fd  lojman-aktarim.
01  lja-rec.
    02  lja-kod                  pic x(04).
    02  lja-sicil                pic x(06).
    02  lja-donem                pic 9(06).
    02  lja-tutar                pic 9(09)v99.

working-storage section.
01  lojyat-dosya                 pic x(200) value "lojyat.dat".
01  lojhar-dosya                 pic x(200) value "lojhar.dat".
01  lojman-param-dosya           pic x(200) value "lojman.prm".
01  lojman-rapor-dosya           pic x(200).
01  lojman-aktarim-dosya         pic x(200) value "lojman.pay".
01  fs-lojyat                    pic xx.
01  fs-lojhar                    pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-tarih                      pic 9(08).
01  w-bulundu                    pic x(01).
01  w-uygun                      pic x(01).

01  w-p-tip                      pic x(01).
01  w-p-alan1                    pic x(30).
01  w-konaklama-gunluk           pic 9(07)v99.
01  w-yemek-gunluk               pic 9(07)v99.
01  w-konaklama-var              pic x(01).
01  w-yemek-var                  pic x(01).

*> yatak tablosu (giris'te kural kontrolu icin)
01  w-ytk-sayisi                 pic 9(04).
01  w-ytk-tablosu.
    02  w-ytk                    occurs 2000 times.
        03  w-ytk-blok           pic x(04).
        03  w-ytk-oda            pic x(04).
        03  w-ytk-yatak          pic 9(02).
        03  w-ytk-cinsiyet       pic x(01).
        03  w-ytk-departman      pic x(04).
        03  w-ytk-durum          pic x(01).
        03  w-ytk-sicil          pic x(06).
        03  w-ytk-prs-cinsiyet   pic x(01).
01  w-ytk-ix                     pic 9(04).
01  w-ytk-ix2                    pic 9(04).
01  w-secilen-ix                 pic 9(04).

*> bordro donemi
01  w-yil                        pic 9(04).
01  w-ay                         pic 9(02).
01  w-donem                      pic 9(06).
01  w-ay-bas                     pic 9(08).
01  w-ay-son                     pic 9(08).
01  w-kesim-bas                  pic 9(08).
01  w-kesim-son                  pic 9(08).
01  w-gun                        pic 9(03).
01  w-kisi-sicil                 pic x(06).
01  w-kisi-adi                   pic x(30).
01  w-kisi-departman             pic x(04).
01  w-kisi-gun                   pic 9(03).
01  w-kisi-yemek-gun             pic 9(03).
01  w-kisi-konaklama             pic 9(09)v99.
01  w-kisi-yemek                 pic 9(09)v99.
01  w-top-konaklama              pic 9(11)v99.
01  w-top-yemek                  pic 9(11)v99.
01  w-kisi-sayisi                pic 9(05).

*> doluluk raporu sayaclari
01  w-onceki-blok                pic x(04).
01  w-blk-yatak                  pic 9(05).
01  w-blk-dolu                   pic 9(05).
01  w-blk-kapali                 pic 9(05).
01  w-top-yatak                  pic 9(05).
01  w-top-dolu                   pic 9(05).
01  w-top-kapali                 pic 9(05).
01  w-sozlesme-biten             pic 9(05).
01  w-bos                        pic 9(05).
01  w-isaret                     pic x(16).

01  w-sayi-ed                    pic z(4)9.
01  w-sayi-ed2                   pic z(4)9.
01  w-sayi-ed3                   pic z(4)9.
01  w-sayi-ed4                   pic z(4)9.
01  w-gun-ed                     pic zz9.
01  w-gun-ed2                    pic zz9.
01  w-tutar-ed                   pic z(9)9,99-.
01  w-tutar-ed2                  pic z(9)9,99-.
01  w-yatak-ed                   pic 99.

*> gecedrv parametresiz cagirdiginda bugunun doluluk raporu
01  w-gece-link.
    02  filler                   pic x(01) value "D".
    02  filler                   pic x(08) value spaces.
    02  filler                   pic 9(02) value 0.
    02  filler                   pic x(06) value spaces.
    02  filler                   pic x(06) value spaces.
    02  filler                   pic x(30) value spaces.
    02  filler                   pic 9(08) value 0.
    02  filler                   pic x(01) value space.
    02  filler                   pic 9(08) value 0.
    02  filler                   pic 9(04) value 0.
    02  filler                   pic 9(02) value 0.
    02  filler                   pic x(10) value spaces.
    02  filler                   pic x(01) value space.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  lojman-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-tanim             value "T".
        88  lk-mod-giris             value "G".
        88  lk-mod-cikis             value "C".
        88  lk-mod-durum             value "D".
        88  lk-mod-bordro            value "B".
*>   giris'te bos ise uygun ilk yatak atanir ve geri doner
    02  lk-blok                  pic x(04).
    02  lk-oda                   pic x(04).
    02  lk-yatak                 pic 9(02).
*>   tanim: oda kurali / durum; giris: personelin cinsiyeti
    02  lk-cinsiyet              pic x(01).
    02  lk-durum                 pic x(01).
    02  lk-departman             pic x(04).
    02  lk-sicil                 pic x(06).
    02  lk-adi                   pic x(30).
    02  lk-soz-bit               pic 9(08).
*>   giris: E ise yemek kesintisi de yapilir (bos ise E)
    02  lk-yemek                 pic x(01).
*>   giris/cikis gunu; durum raporunun gunu (0 ise bugun)
    02  lk-tarih                 pic 9(08).
*>   bordro donemi (0 ise bir onceki ay)
    02  lk-yil                   pic 9(04).
    02  lk-ay                    pic 9(02).
    02  lk-kllnc                 pic x(10).
*>   Y yatak yok/kapali/dolu, C cinsiyet, D departman,
*>   P personel zaten lojmanda, B uygun bos yatak yok,
*>   K personelin lojman kaydi yok, M eksik bilgi / parametre
    02  lk-red-nedeni            pic x(01).
*>   durum: sozlesmesi bittigi halde yatakta kalan kisi sayisi;
*>   bordro: kesinti yazilan kisi sayisi
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional lojman-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     if address of lojman-link = null
        set address of lojman-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move space to lk-red-nedeni
     move 0 to lk-sayi
     if lk-tarih > 0
        move lk-tarih to w-tarih
     else
        move w-bugun to w-tarih
     end-if
     open i-o lojyat
     if fs-lojyat = "35"
        close lojyat
        open output lojyat
        close lojyat
        open i-o lojyat
     end-if
     open i-o lojhar
     if fs-lojhar = "35"
        close lojhar
        open output lojhar
        close lojhar
        open i-o lojhar
     end-if
     if fs-lojyat not = "00" or fs-lojhar not = "00"
        close lojyat lojhar
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-tanim
             perform yatak-tanimla
        when lk-mod-giris
             perform personel-giris
        when lk-mod-cikis
             perform personel-cikis
        when lk-mod-durum
             perform doluluk-raporu
        when lk-mod-bordro
             perform bordro-kesintisi
        when other
             set lk-sonuc-hata to true
     end-evaluate
     close lojyat lojhar
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> yatak tanimi
*> ---------------------------------------------------------------
 yatak-tanimla.
     if lk-blok = spaces or lk-oda = spaces or lk-yatak = 0
        move "M" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-blok  to ljy-blok
     move lk-oda   to ljy-oda
     move lk-yatak to ljy-yatak
     read lojyat
          invalid key
             initialize ljy-rec
             move lk-blok  to ljy-blok
             move lk-oda   to ljy-oda
             move lk-yatak to ljy-yatak
             move lk-cinsiyet  to ljy-cinsiyet
             move lk-departman to ljy-departman
             move lk-durum     to ljy-durum
             if lk-durum = space
                set ljy-kullanimda to true
             end-if
             write ljy-rec
             exit paragraph
     end-read
     if lk-durum = "K" and ljy-sicil not = spaces
        move "Y" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-cinsiyet  to ljy-cinsiyet
     move lk-departman to ljy-departman
     if lk-durum not = space
        move lk-durum to ljy-durum
     end-if
     rewrite ljy-rec
     .

*> ---------------------------------------------------------------
*> personel girisi
*> ---------------------------------------------------------------
 personel-giris.
     if lk-sicil = spaces
     or (lk-cinsiyet not = "E" and lk-cinsiyet not = "K")
        move "M" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform acik-hareket-bul
     if w-bulundu = "E"
        move "P" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform yatak-tablosu-yukle
     move 0 to w-secilen-ix
     if lk-blok not = spaces
        move "H" to w-bulundu
        perform verilen-yatak-ara
                varying w-ytk-ix from 1 by 1
                until w-ytk-ix > w-ytk-sayisi or w-bulundu = "E"
        if w-bulundu not = "E"
           move "Y" to lk-red-nedeni
           set lk-sonuc-hata to true
           exit paragraph
        end-if
        subtract 1 from w-ytk-ix
        if w-ytk-durum (w-ytk-ix) not = "A"
        or w-ytk-sicil (w-ytk-ix) not = spaces
           move "Y" to lk-red-nedeni
           set lk-sonuc-hata to true
           exit paragraph
        end-if
        perform yatak-uygun-mu
        if w-uygun not = "E"
           set lk-sonuc-hata to true
           exit paragraph
        end-if
        move w-ytk-ix to w-secilen-ix
     else
        perform bos-yatak-ara
                varying w-ytk-ix from 1 by 1
                until w-ytk-ix > w-ytk-sayisi or w-secilen-ix > 0
        if w-secilen-ix = 0
           move "B" to lk-red-nedeni
           set lk-sonuc-hata to true
           exit paragraph
        end-if
*>      elenen yataklarin nedeni atamayla birlikte donmemeli
        move space to lk-red-nedeni
     end-if
     move w-ytk-blok (w-secilen-ix)  to ljy-blok
     move w-ytk-oda (w-secilen-ix)   to ljy-oda
     move w-ytk-yatak (w-secilen-ix) to ljy-yatak
     read lojyat
          invalid key
             move "Y" to lk-red-nedeni
             set lk-sonuc-hata to true
             exit paragraph
     end-read
     if lk-yemek = space
        move "E" to lk-yemek
     end-if
     move lk-sicil     to ljy-sicil
     move lk-adi       to ljy-adi
     move lk-cinsiyet  to ljy-prs-cinsiyet
     move lk-departman to ljy-prs-departman
     move w-tarih      to ljy-giris-tar
     move lk-soz-bit   to ljy-soz-bit
     move lk-yemek     to ljy-yemek
     rewrite ljy-rec
     initialize ljh-rec
     move lk-sicil     to ljh-sicil
     move w-tarih      to ljh-giris-tar
     move lk-adi       to ljh-adi
     move lk-departman to ljh-departman
     move ljy-blok     to ljh-blok
     move ljy-oda      to ljh-oda
     move ljy-yatak    to ljh-yatak
     move 0            to ljh-cikis-tar
     move lk-yemek     to ljh-yemek
     move lk-kllnc     to ljh-kllnc
     write ljh-rec
           invalid key
              rewrite ljh-rec
     end-write
     move ljy-blok  to lk-blok
     move ljy-oda   to lk-oda
     move ljy-yatak to lk-yatak
     .

*> lk-sicil'in kapanmamis LOJHAR satiri (w-bulundu; kayit bellekte)
 acik-hareket-bul.
     move "H" to w-bulundu
     move lk-sicil to ljh-sicil
     move 0        to ljh-giris-tar
     start lojhar key is not less than ljh-anah
           invalid move "10" to fs-lojhar
     end-start
     perform acik-hareket-oku
             until fs-lojhar = "10" or w-bulundu = "E"
     move "00" to fs-lojhar
     .

 acik-hareket-oku.
     read lojhar next record
          at end move "10" to fs-lojhar
     end-read
     if fs-lojhar not = "00" and fs-lojhar not = "02"
        move "10" to fs-lojhar
     end-if
     if fs-lojhar = "10"
        exit paragraph
     end-if
     if ljh-sicil not = lk-sicil
        move "10" to fs-lojhar
        exit paragraph
     end-if
     if ljh-cikis-tar = 0
        move "E" to w-bulundu
     end-if
     .

 yatak-tablosu-yukle.
     move 0 to w-ytk-sayisi
     move low-values to ljy-anah
     start lojyat key is not less than ljy-anah
           invalid move "10" to fs-lojyat
     end-start
     perform yatak-tablo-satiri
             until fs-lojyat = "10"
     move "00" to fs-lojyat
     .

 yatak-tablo-satiri.
     read lojyat next record
          at end move "10" to fs-lojyat
     end-read
     if fs-lojyat not = "00" and fs-lojyat not = "02"
        move "10" to fs-lojyat
     end-if
     if fs-lojyat = "10" or w-ytk-sayisi >= 2000
        move "10" to fs-lojyat
        exit paragraph
     end-if
     add 1 to w-ytk-sayisi
     move ljy-blok          to w-ytk-blok (w-ytk-sayisi)
     move ljy-oda           to w-ytk-oda (w-ytk-sayisi)
     move ljy-yatak         to w-ytk-yatak (w-ytk-sayisi)
     move ljy-cinsiyet      to w-ytk-cinsiyet (w-ytk-sayisi)
     move ljy-departman     to w-ytk-departman (w-ytk-sayisi)
     move ljy-durum         to w-ytk-durum (w-ytk-sayisi)
     move ljy-sicil         to w-ytk-sicil (w-ytk-sayisi)
     move ljy-prs-cinsiyet  to w-ytk-prs-cinsiyet (w-ytk-sayisi)
     .

 verilen-yatak-ara.
     if w-ytk-blok (w-ytk-ix) = lk-blok
     and w-ytk-oda (w-ytk-ix) = lk-oda
     and w-ytk-yatak (w-ytk-ix) = lk-yatak
        move "E" to w-bulundu
     end-if
     .

 bos-yatak-ara.
     if w-ytk-durum (w-ytk-ix) = "A"
     and w-ytk-sicil (w-ytk-ix) = spaces
        perform yatak-uygun-mu
        if w-uygun = "E"
           move w-ytk-ix to w-secilen-ix
        end-if
     end-if
     .

*> w-ytk-ix yatagi lk-cinsiyet/lk-departman icin uygun mu (w-uygun)
 yatak-uygun-mu.
     move "E" to w-uygun
     if w-ytk-departman (w-ytk-ix) not = spaces
     and w-ytk-departman (w-ytk-ix) not = lk-departman
        move "H" to w-uygun
        move "D" to lk-red-nedeni
        exit paragraph
     end-if
     if w-ytk-cinsiyet (w-ytk-ix) not = space
     and w-ytk-cinsiyet (w-ytk-ix) not = lk-cinsiyet
        move "H" to w-uygun
        move "C" to lk-red-nedeni
        exit paragraph
     end-if
     perform oda-arkadasi-kontrol
             varying w-ytk-ix2 from 1 by 1
             until w-ytk-ix2 > w-ytk-sayisi or w-uygun = "H"
     .

 oda-arkadasi-kontrol.
     if w-ytk-blok (w-ytk-ix2) = w-ytk-blok (w-ytk-ix)
     and w-ytk-oda (w-ytk-ix2) = w-ytk-oda (w-ytk-ix)
     and w-ytk-sicil (w-ytk-ix2) not = spaces
     and w-ytk-prs-cinsiyet (w-ytk-ix2) not = lk-cinsiyet
        move "H" to w-uygun
        move "C" to lk-red-nedeni
     end-if
     .

*> ---------------------------------------------------------------
*> personel cikisi
*> ---------------------------------------------------------------
 personel-cikis.
     perform acik-hareket-bul
     if w-bulundu not = "E"
        move "K" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move w-tarih  to ljh-cikis-tar
     move lk-kllnc to ljh-kllnc
     rewrite ljh-rec
     move ljh-blok  to ljy-blok lk-blok
     move ljh-oda   to ljy-oda lk-oda
     move ljh-yatak to ljy-yatak lk-yatak
     read lojyat
          invalid key
             exit paragraph
     end-read
     if ljy-sicil = lk-sicil
        move spaces to ljy-sicil ljy-adi ljy-prs-cinsiyet
                       ljy-prs-departman ljy-yemek
        move 0      to ljy-giris-tar ljy-soz-bit
        rewrite ljy-rec
     end-if
     .

*> ---------------------------------------------------------------
*> doluluk raporu (lojman.txt)
*> ---------------------------------------------------------------
 doluluk-raporu.
     move "lojman.txt" to lojman-rapor-dosya
     open output lojman-rapor
     move 0 to w-blk-yatak w-blk-dolu w-blk-kapali
               w-top-yatak w-top-dolu w-top-kapali w-sozlesme-biten
     move spaces to w-onceki-blok
     move spaces to lojman-rapor-satir
     string "PERSONEL LOJMANI DOLULUK RAPORU - " w-tarih
            delimited by size into lojman-rapor-satir
     write lojman-rapor-satir
     move spaces to lojman-rapor-satir
     string "BLOK ODA  YT KURAL DPT  SICIL  ADI                     "
            "       DPT  GIRIS    SOZ.BITIS"
            delimited by size into lojman-rapor-satir
     write lojman-rapor-satir
     move all "-" to lojman-rapor-satir
     write lojman-rapor-satir
     move low-values to ljy-anah
     start lojyat key is not less than ljy-anah
           invalid move "10" to fs-lojyat
     end-start
     perform doluluk-satiri
             until fs-lojyat = "10"
     if w-onceki-blok not = spaces
        perform blok-ozeti
     end-if
     move all "-" to lojman-rapor-satir
     write lojman-rapor-satir
     move w-top-yatak to w-sayi-ed
     move w-top-dolu to w-sayi-ed2
     compute w-bos = w-top-yatak - w-top-dolu - w-top-kapali
     move w-bos to w-sayi-ed3
     move w-top-kapali to w-sayi-ed4
     move spaces to lojman-rapor-satir
     string "TOPLAM YATAK " w-sayi-ed "  DOLU " w-sayi-ed2
            "  BOS " w-sayi-ed3 "  KAPALI " w-sayi-ed4
            delimited by size into lojman-rapor-satir
     write lojman-rapor-satir
     move w-sozlesme-biten to w-sayi-ed
     move spaces to lojman-rapor-satir
     string "SOZLESMESI BITTIGI HALDE YATAKTA KALAN: " w-sayi-ed
            delimited by size into lojman-rapor-satir
     write lojman-rapor-satir
     close lojman-rapor
     move w-sozlesme-biten to lk-sayi
     .

 doluluk-satiri.
     read lojyat next record
          at end move "10" to fs-lojyat
     end-read
     if fs-lojyat not = "00" and fs-lojyat not = "02"
        move "10" to fs-lojyat
     end-if
     if fs-lojyat = "10"
        exit paragraph
     end-if
     if ljy-blok not = w-onceki-blok
        if w-onceki-blok not = spaces
           perform blok-ozeti
        end-if
        move ljy-blok to w-onceki-blok
        move 0 to w-blk-yatak w-blk-dolu w-blk-kapali
     end-if
     add 1 to w-blk-yatak w-top-yatak
     move spaces to w-isaret
     evaluate true
        when ljy-sicil not = spaces
             add 1 to w-blk-dolu w-top-dolu
             if ljy-soz-bit > 0 and ljy-soz-bit < w-tarih
                move "SOZLESME BITTI" to w-isaret
                add 1 to w-sozlesme-biten
             end-if
             if ljy-kapali
                move "KAPALI YATAKTA" to w-isaret
             end-if
        when ljy-kapali
             add 1 to w-blk-kapali w-top-kapali
             move "KAPALI" to w-isaret
        when other
             move "BOS" to w-isaret
     end-evaluate
     move ljy-yatak to w-yatak-ed
     move spaces to lojman-rapor-satir
     string ljy-blok " " ljy-oda " " w-yatak-ed " "
            ljy-cinsiyet "     " ljy-departman " "
            ljy-sicil " " ljy-adi " " ljy-prs-departman " "
            delimited by size into lojman-rapor-satir
     if ljy-sicil not = spaces
        move ljy-giris-tar to lojman-rapor-satir (71:8)
        if ljy-soz-bit > 0
           move ljy-soz-bit to lojman-rapor-satir (80:8)
        end-if
     end-if
     move w-isaret to lojman-rapor-satir (90:16)
     write lojman-rapor-satir
     .

 blok-ozeti.
     move w-blk-yatak to w-sayi-ed
     move w-blk-dolu to w-sayi-ed2
     compute w-bos = w-blk-yatak - w-blk-dolu - w-blk-kapali
     move w-bos to w-sayi-ed3
     move w-blk-kapali to w-sayi-ed4
     move spaces to lojman-rapor-satir
     string "  BLOK " w-onceki-blok ": YATAK " w-sayi-ed
            "  DOLU " w-sayi-ed2 "  BOS " w-sayi-ed3
            "  KAPALI " w-sayi-ed4
            delimited by size into lojman-rapor-satir
     write lojman-rapor-satir
     move spaces to lojman-rapor-satir
     write lojman-rapor-satir
     .

*> ---------------------------------------------------------------
*> aylik konaklama ve yemek kesintisi (lojman.pay, lojmanb.txt)
*> ---------------------------------------------------------------
 bordro-kesintisi.
     perform param-oku
     if w-konaklama-var not = "E" and w-yemek-var not = "E"
        move "M" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-yil = 0 or lk-ay = 0
        move w-bugun (1:4) to w-yil
        move w-bugun (5:2) to w-ay
        if w-ay = 1
           move 12 to w-ay
           subtract 1 from w-yil
        else
           subtract 1 from w-ay
        end-if
     else
        move lk-yil to w-yil
        move lk-ay  to w-ay
     end-if
     move w-yil to w-donem (1:4)
     move w-ay  to w-donem (5:2)
     move w-yil to w-ay-bas (1:4)
     move w-ay  to w-ay-bas (5:2)
     move "01"  to w-ay-bas (7:2)
     if w-ay = 12
        compute w-ay-son = function date-of-integer
                (function integer-of-date ((w-yil + 1) * 10000 + 101)
                 - 1)
     else
        compute w-ay-son = function date-of-integer
                (function integer-of-date (w-ay-bas + 100) - 1)
     end-if
     move "lojmanb.txt" to lojman-rapor-dosya
     open output lojman-rapor
     open output lojman-aktarim
     move 0 to w-top-konaklama w-top-yemek w-kisi-sayisi
     move spaces to w-kisi-sicil
     move spaces to lojman-rapor-satir
     string "PERSONEL LOJMANI KONAKLAMA / YEMEK KESINTISI - DONEM "
            w-donem
            delimited by size into lojman-rapor-satir
     write lojman-rapor-satir
     move spaces to lojman-rapor-satir
     string "SICIL  ADI                            DPT  GUN  "
            "    KONAKLAMA YMK.GUN         YEMEK"
            delimited by size into lojman-rapor-satir
     write lojman-rapor-satir
     move all "-" to lojman-rapor-satir
     write lojman-rapor-satir
     move low-values to ljh-anah
     start lojhar key is not less than ljh-anah
           invalid move "10" to fs-lojhar
     end-start
     perform kesinti-satiri
             until fs-lojhar = "10"
     if w-kisi-sicil not = spaces
        perform kisi-kesintisi-yaz
     end-if
     move all "-" to lojman-rapor-satir
     write lojman-rapor-satir
     move w-top-konaklama to w-tutar-ed
     move w-top-yemek to w-tutar-ed2
     move w-kisi-sayisi to w-sayi-ed
     move spaces to lojman-rapor-satir
     string "TOPLAM " w-sayi-ed " KISI" "                        "
            "            " w-tutar-ed "    " w-tutar-ed2
            delimited by size into lojman-rapor-satir
     write lojman-rapor-satir
     close lojman-rapor lojman-aktarim
     move w-kisi-sayisi to lk-sayi
     .

 param-oku.
     move "H" to w-konaklama-var w-yemek-var
     move 0 to w-konaklama-gunluk w-yemek-gunluk
     open input lojman-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close lojman-param
     .

 param-satiri.
     read lojman-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00"
     or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-alan1
     unstring param-satir delimited by ";"
              into w-p-tip w-p-alan1
     end-unstring
     inspect w-p-alan1 replacing all "," by "."
     evaluate w-p-tip
        when "K"
             compute w-konaklama-gunluk = function numval (w-p-alan1)
             move "E" to w-konaklama-var
        when "Y"
             compute w-yemek-gunluk = function numval (w-p-alan1)
             move "E" to w-yemek-var
     end-evaluate
     .

 kesinti-satiri.
     read lojhar next record
          at end move "10" to fs-lojhar
     end-read
     if fs-lojhar not = "00" and fs-lojhar not = "02"
        move "10" to fs-lojhar
     end-if
     if fs-lojhar = "10"
        exit paragraph
     end-if
     if ljh-sicil not = w-kisi-sicil
        if w-kisi-sicil not = spaces
           perform kisi-kesintisi-yaz
        end-if
        move ljh-sicil      to w-kisi-sicil
        move ljh-adi        to w-kisi-adi
        move ljh-departman  to w-kisi-departman
        move 0 to w-kisi-gun w-kisi-yemek-gun
     end-if
*>   konaklama gunleri: giris gunu dahil, cikis gunu haric
     if ljh-giris-tar > w-ay-son
        exit paragraph
     end-if
     if ljh-cikis-tar > 0 and ljh-cikis-tar <= w-ay-bas
        exit paragraph
     end-if
     if ljh-giris-tar > w-ay-bas
        move ljh-giris-tar to w-kesim-bas
     else
        move w-ay-bas to w-kesim-bas
     end-if
     if ljh-cikis-tar > 0 and ljh-cikis-tar <= w-ay-son
        compute w-kesim-son = function date-of-integer
                (function integer-of-date (ljh-cikis-tar) - 1)
     else
        move w-ay-son to w-kesim-son
     end-if
     if w-kesim-son < w-kesim-bas
        exit paragraph
     end-if
     compute w-gun = function integer-of-date (w-kesim-son)
                   - function integer-of-date (w-kesim-bas) + 1
     add w-gun to w-kisi-gun
     if ljh-yemek = "E"
        add w-gun to w-kisi-yemek-gun
     end-if
     .

 kisi-kesintisi-yaz.
     if w-kisi-gun = 0
        exit paragraph
     end-if
     move 0 to w-kisi-konaklama w-kisi-yemek
     if w-konaklama-var = "E"
        compute w-kisi-konaklama rounded =
                w-konaklama-gunluk * w-kisi-gun
     end-if
     if w-yemek-var = "E"
        compute w-kisi-yemek rounded = w-yemek-gunluk * w-kisi-yemek-gun
     end-if
     add w-kisi-konaklama to w-top-konaklama
     add w-kisi-yemek to w-top-yemek
     add 1 to w-kisi-sayisi
     if w-kisi-konaklama > 0
        move "LOJK" to lja-kod
        move w-kisi-sicil to lja-sicil
        move w-donem to lja-donem
        move w-kisi-konaklama to lja-tutar
        write lja-rec
     end-if
     if w-kisi-yemek > 0
        move "LOJY" to lja-kod
        move w-kisi-sicil to lja-sicil
        move w-donem to lja-donem
        move w-kisi-yemek to lja-tutar
        write lja-rec
     end-if
     move w-kisi-gun to w-gun-ed
     move w-kisi-yemek-gun to w-gun-ed2
     move w-kisi-konaklama to w-tutar-ed
     move w-kisi-yemek to w-tutar-ed2
     move spaces to lojman-rapor-satir
     string w-kisi-sicil " " w-kisi-adi " " w-kisi-departman " "
            w-gun-ed " " w-tutar-ed "     " w-gun-ed2 " " w-tutar-ed2
            delimited by size into lojman-rapor-satir
     write lojman-rapor-satir
     .
