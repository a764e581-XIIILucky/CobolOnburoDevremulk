*>     FB uc ogun, AI hepsi. Hak varsa gunun YEMEKHAK sayaci
*>     (oda + tarih + ogun) oda kisiligine kadar dusulur (paylasimli
*>     odada kisi sayisi kadar giris; cocuklar da sayilir),
*>   - odada diyet/alerji kaydi varsa (diyet.cbl; sabah hazirlikta
*>     hak satirina kopyalanir) sorgu lk-diyet-uyari ve kodlari
*>     dondurur, ekran hosta uyari gosterir,
*>   - hak yoksa ya da sayac dolduysa "C" ucretli doner; ekran
*>     onaylarsa lk-mod-ucretli cagrilir ve folio'ya cover fis'i
*>     kesilir,
    02  ymh-outlet               pic x(04).
    02  ymh-folio                pic 9(08).
    02  ymh-pan-tipi             pic x(02).
*>  odanin diyet/alerji ozeti (sabah hazirlikta diyet.cbl'den)
    02  ymh-diyet-uyari          pic x(01).
    02  ymh-diyet-kodlari        pic x(32).

 copy "castlog.lib.cpy".

01  w-hakli-toplam               pic 9(05).
01  w-ucretli-toplam             pic 9(05).
01  w-sayi-ed                    pic z(4)9.
01  w-diyet-uyari                pic x(01).
01  w-diyet-kodlari              pic x(32).

*> diyet/alerji sorgusu (duzen diyet.cbl baglanti alani ile aynidir)
01  w-diyet-link.
    02  wdy-mod                  pic x(01).
    02  wdy-rez-no               pic 9(08).
    02  wdy-sira                 pic 9(02).
    02  wdy-tc-no                pic x(11).
    02  wdy-adi                  pic x(20).
    02  wdy-soyadi               pic x(20).
    02  wdy-kodlar               pic x(32).
    02  wdy-kod-kisileri         pic x(16).
    02  wdy-notu                 pic x(60).
    02  wdy-kaynak               pic x(01).
    02  wdy-kllnc                pic x(10).
    02  wdy-uyari                pic x(01).
    02  wdy-hatali-kod           pic x(04).
    02  wdy-sonuc                pic x(01).

linkage section.
01  yemekhak-link.
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".
*>   sorgu: odada diyet/alerji kaydi varsa hosta uyari ("A" alerji,
*>   "D" diyet tercihi) ve kodlar
    02  lk-diyet-uyari           pic x(01).
    02  lk-diyet-kodlari         pic x(32).

procedure division using yemekhak-link.
 ana-islem.
        and rez-gir-tar <= w-bugun
        and rez-cik-tar >= w-bugun
           compute w-oda-kisiligi = rez-buyuk + rez-kucuk
           perform diyet-sor
           move "K" to w-ogun-kodu
           perform ogun-satiri-ac
           move "O" to w-ogun-kodu
              move w-oda-kisiligi to ymh-hak
              move rez-folio   to ymh-folio
              move rez-pan-tipi to ymh-pan-tipi
              move w-diyet-uyari   to ymh-diyet-uyari
              move w-diyet-kodlari to ymh-diyet-kodlari
              write ymh-rec invalid continue end-write
          not invalid
              move w-oda-kisiligi to ymh-hak
              move rez-folio      to ymh-folio
              move rez-pan-tipi   to ymh-pan-tipi
              move w-diyet-uyari   to ymh-diyet-uyari
              move w-diyet-kodlari to ymh-diyet-kodlari
              rewrite ymh-rec invalid continue end-rewrite
     end-read
     .

 hak-sorgula.
     move spaces to lk-diyet-uyari lk-diyet-kodlari
     move spaces to w-diyet-uyari w-diyet-kodlari
     move lk-oda-no to ymh-oda-no
     move w-bugun   to ymh-tarih
     move lk-ogun   to ymh-ogun
              end-if
              move rez-pan-tipi to w-pan-tipi
              move rez-folio    to w-folio
              perform diyet-sor
          not invalid
              if ymh-folio = 0
                 move "Y" to lk-kontrol-sonucu
              move ymh-pan-tipi to w-pan-tipi
              move ymh-folio    to w-folio
              move ymh-hak      to w-oda-kisiligi
              move ymh-diyet-uyari   to w-diyet-uyari
              move ymh-diyet-kodlari to w-diyet-kodlari
     end-read
     move w-diyet-uyari   to lk-diyet-uyari
     move w-diyet-kodlari to lk-diyet-kodlari
     perform pansiyon-kurali
     if w-hak-var = "H"
        move "C" to lk-kontrol-sonucu
     end-if
     .

*> rez kaydi okunmus olmalidir; ozet bos ise diyet.cbl'e gidilmez
 diyet-sor.
     move spaces to w-diyet-uyari w-diyet-kodlari
     if rez-diyet-yok
        exit paragraph
     end-if
     initialize w-diyet-link
     move "S"    to wdy-mod
     move rez-no to wdy-rez-no
     call "diyet" using w-diyet-link
          on exception move "H" to wdy-sonuc
     end-call
     if wdy-sonuc = "T"
        move wdy-uyari  to w-diyet-uyari
        move wdy-kodlar to w-diyet-kodlari
     else
        move rez-diyet-durum to w-diyet-uyari
     end-if
     .

 pansiyon-kurali.
     move "H" to w-hak-var
     evaluate true
              move lk-outlet to ymh-outlet
              move w-folio    to ymh-folio
              move w-pan-tipi to ymh-pan-tipi
              move w-diyet-uyari   to ymh-diyet-uyari
              move w-diyet-kodlari to ymh-diyet-kodlari
              write ymh-rec invalid continue end-write
     end-read
     if ymh-kullanilan + lk-kisi-sayisi > ymh-hak
