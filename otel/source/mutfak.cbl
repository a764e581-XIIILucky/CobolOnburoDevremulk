*> mutfak.cbl
*> Yedi gunluk mutfak uretim tahmini. Sef kahvalti/ogle/aksam
*> cover sayisini sabahki house count'tan ve gelislere bakarak
*> tahmin ediyordu; giris-cikis yogun gunlerde ya israf ya eksik
*> cikiyordu. Bu alt program:
*>   - lk-mod-tahmin (gecedrv'nin gece adimi; parametresiz cagri):
*>     lk-tarih'ten (0 ise bugun) baslayan yedi gun icin REZ'teki
*>     onayli evdeki misafir ve gelisleri tek gecisle tarar;
*>     gun + ogun (K kahvalti / O ogle / A aksam) + pansiyon tipi
*>     (BB/HB/FB/AI, digerleri "--") bazinda yetiskin, cocuk ve
*>     bebek sayar. Pansiyon hakki yemekhak.cbl'in kapi kurali
*>     ile aynidir (BB kahvalti, HB kahvalti + aksam, FB/AI uc
*>     ogun); gelis ve cikis gunleri mutfak.prm G/C kurali ile
*>     daraltilir. Gunluk kullanim (giris = cikis) gelis kuralina
*>     tabidir,
*>   - ogun toplami mutfak.prm O satirlarindaki outlet paylarina
*>     dagitilir ve MUTTAH'a (tarih + ogun + outlet) yazilir; ayni
*>     gunun onceki tahmini silinip yenisi yazilir,
*>   - mutfak.txt'ye gun/ogun/outlet tahmini, pansiyon kirilimi,
*>     evdeki kisilerin uyruk (rez-ulke) dagilimi ve diyet/alerji
*>     kaydi olan misafirler (diyet.cbl; kod basina gunluk kisi
*>     sayisi ve oda/misafir listesi) basilir,
*>   - dunun MUTTAH tahmini YEMEKHAK kapi sayaclariyla (hakli
*>     giris + ucretli cover) ogun + outlet bazinda karsilastirilir
*>     ve raporun sonuna eklenir (lk-mod-karsilastir yalniz bu
*>     bolumu basar, tahmini yenilemez).
*> mutfak.prm:
*>   O;ogun;outlet;yuzde - ogunun outlet payi (ogunun satiri yoksa
*>                         tamami w-varsayilan-outlet'e yazilir)
*>   G;pansiyon;KOA      - gelis gunu ogun kurali, orn. G;AI;HEE
*>                         (K/O/A sirasiyla E yer, H yemez)
*>   C;pansiyon;KOA      - cikis gunu ogun kurali, orn. C;FB;EEH
*> G/C satiri olmayan pansiyonda gelis gunu yalniz aksam, cikis
*> gunu yalniz kahvalti yenir.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. mutfak.
environment division.
input-output section.
file-control.
     copy "rez.sel.cpy".

     select muttah assign to random
            muttah-dosya
            organization indexed
            access mode is dynamic
            record key is mth-anah
            file status is fs-muttah.

     select yemekhak assign to random
            yemekhak-dosya
            organization indexed
            access mode is dynamic
            record key is ymh-anah
            file status is fs-yemekhak.

     select mutfak-param assign to random
            mutfak-param-dosya
            organization line sequential
            file status is fs-param.

     select mutfak-rapor assign to random
            mutfak-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "rez.lib.cpy".

fd  muttah.
01  mth-rec.
    02  mth-anah.
        03  mth-tarih            pic 9(08).
        03  mth-ogun             pic x(01).
        03  mth-outlet           pic x(04).
    02  mth-buyuk                pic 9(05).
    02  mth-kucuk                pic 9(05).
    02  mth-bebek                pic 9(05).
    02  mth-hazirlanma           pic 9(08).

*> restoran kapi sayaci (duzen yemekhak.cbl ile aynidir)
fd  yemekhak.
01  ymh-rec.
    02  ymh-anah.
        03  ymh-oda-no           pic x(04).
        03  ymh-tarih            pic 9(08).
        03  ymh-ogun             pic x(01).
    02  ymh-hak                  pic 9(02).
    02  ymh-kullanilan           pic 9(02).
    02  ymh-ucretli-cover        pic 9(02).
    02  ymh-outlet               pic x(04).
    02  ymh-folio                pic 9(08).
    02  ymh-pan-tipi             pic x(02).
    02  ymh-diyet-uyari          pic x(01).
    02  ymh-diyet-kodlari        pic x(32).

fd  mutfak-param.
01  param-satir                  pic x(80).

fd  mutfak-rapor.
01  mutfak-rapor-satir           pic x(132).

working-storage section.
01  rez-dosya                    pic x(200) value "rez.dat".
01  muttah-dosya                 pic x(200) value "muttah.dat".
01  yemekhak-dosya               pic x(200) value "yemekhak.dat".
01  mutfak-param-dosya           pic x(200) value "mutfak.prm".
01  mutfak-rapor-dosya           pic x(200) value "mutfak.txt".
01  fs-rez                       pic xx.
01  fs-muttah                    pic xx.
01  fs-yemekhak                  pic xx.
01  fs-param                     pic xx.

*> outlet payi tanimlanmamis ogunun yazildigi outlet
01  w-varsayilan-outlet          pic x(04) value "ANA".

01  w-bugun                      pic 9(08).
01  w-bas-tarih                  pic 9(08).
01  w-dun                        pic 9(08).
01  w-son-tarih                  pic 9(08).
01  w-gun-ix                     pic 9(02).
01  w-ogun-ix                    pic 9(02).
01  w-pan-ix                     pic 9(02).
01  w-olt-ix                     pic 9(02).
01  w-ulk-ix                     pic 9(03).
01  w-krs-ix                     pic 9(02).
01  w-bulundu                    pic x(01).
01  w-yer                        pic x(01).
01  w-dagitilan                  pic x(01).
01  w-tarih                      pic 9(08).
01  w-aranan-pan                 pic x(02).
01  w-aranan-ogun                pic x(01).
01  w-aranan-outlet              pic x(04).

01  w-p-tip                      pic x(01).
01  w-p-alan1                    pic x(10).
01  w-p-alan2                    pic x(10).
01  w-p-alan3                    pic x(10).

01  w-gun-tarihleri.
    02  w-gun-tarih              pic 9(08) occurs 7 times.

01  w-ogun-kodlari               pic x(03) value "KOA".
01  filler redefines w-ogun-kodlari.
    02  w-ogun-kodu              pic x(01) occurs 3 times.
01  w-ogun-adlari.
    02  filler                   pic x(10) value "KAHVALTI".
    02  filler                   pic x(10) value "OGLE".
    02  filler                   pic x(10) value "AKSAM".
01  filler redefines w-ogun-adlari.
    02  w-ogun-adi               pic x(10) occurs 3 times.

*> pansiyon tipleri ve kapi hakki (yemekhak.cbl pansiyon-kurali);
*> besinci satir tanimsiz pansiyondur, yemek hakki yoktur
01  w-pan-tanimlari.
    02  filler                   pic x(05) value "BBEHH".
    02  filler                   pic x(05) value "HBEHE".
    02  filler                   pic x(05) value "FBEEE".
    02  filler                   pic x(05) value "AIEEE".
    02  filler                   pic x(05) value "--HHH".
01  filler redefines w-pan-tanimlari.
    02  w-pan-tanimi             occurs 5 times.
        03  w-pan-kodu           pic x(02).
        03  w-pan-hak            pic x(01) occurs 3 times.

*> gelis / cikis gunu ogun kurallari (mutfak.prm G/C satirlari)
01  w-gun-kurallari.
    02  w-gun-kurali             occurs 5 times.
        03  w-gelis-kural        pic x(01) occurs 3 times.
        03  w-cikis-kural        pic x(01) occurs 3 times.

*> outlet paylari (mutfak.prm O satirlari)
01  w-olt-sayisi                 pic 9(02).
01  w-olt-tablosu.
    02  w-olt                    occurs 30 times.
        03  w-olt-ogun           pic x(01).
        03  w-olt-kodu           pic x(04).
        03  w-olt-yuzde          pic 9(03).

*> gun x ogun x pansiyon tahmini
01  w-tahmin-tablosu.
    02  w-th-gun                 occurs 7 times.
        03  w-th-ogun            occurs 3 times.
            04  w-th-pan         occurs 5 times.
                05  w-th-buyuk   pic 9(05).
                05  w-th-kucuk   pic 9(05).
                05  w-th-bebek   pic 9(05).
01  w-ogun-buyuk                 pic 9(05).
01  w-ogun-kucuk                 pic 9(05).
01  w-ogun-bebek                 pic 9(05).
01  w-pan-kisi                   pic 9(05) occurs 5 times.

*> uyruk dagilimi: gun bazinda evdeki kisi
01  w-ulk-sayisi                 pic 9(03).
01  w-ulk-tablosu.
    02  w-ulk                    occurs 100 times.
        03  w-ulk-kodu           pic x(03).
        03  w-ulk-kisi           pic 9(05) occurs 7 times.

*> diyet / alerji: kod x gun kisi sayisi ve misafir listesi
01  w-dkd-sayisi                 pic 9(02).
01  w-dkd-ix                     pic 9(02).
01  w-dkd-tablosu.
    02  w-dkd                    occurs 40 times.
        03  w-dkd-kodu           pic x(04).
        03  w-dkd-kisi           pic 9(04) occurs 7 times.
01  w-dyl-sayisi                 pic 9(03).
01  w-dyl-ix                     pic 9(03).
01  w-dyl-tablosu.
    02  w-dyl                    occurs 300 times.
        03  w-dyl-rez-no         pic 9(08).
        03  w-dyl-oda-no         pic x(04).
        03  w-dyl-adi            pic x(20).
        03  w-dyl-soyadi         pic x(20).
        03  w-dyl-gir-tar        pic 9(08).
        03  w-dyl-cik-tar        pic 9(08).
        03  w-dyl-uyari          pic x(01).
        03  w-dyl-kodlar         pic x(32).
        03  w-dyl-notu           pic x(60).
01  w-rez-dyl-ix                 pic 9(03).
01  w-kod-ix                     pic 9(02).
01  w-aranan-kod                 pic x(04).

*> diyet/alerji sorgusu (duzen diyet.cbl baglanti alani ile aynidir)
01  w-diyet-link.
    02  wdy-mod                  pic x(01).
    02  wdy-rez-no               pic 9(08).
    02  wdy-sira                 pic 9(02).
    02  wdy-tc-no                pic x(11).
    02  wdy-adi                  pic x(20).
    02  wdy-soyadi               pic x(20).
    02  wdy-kodlar.
        03  wdy-kod              pic x(04) occurs 8 times.
    02  wdy-kod-kisileri.
        03  wdy-kod-kisi         pic 9(02) occurs 8 times.
    02  wdy-notu                 pic x(60).
    02  wdy-kaynak               pic x(01).
    02  wdy-kllnc                pic x(10).
    02  wdy-uyari                pic x(01).
    02  wdy-hatali-kod           pic x(04).
    02  wdy-sonuc                pic x(01).

*> dunku tahmin / gerceklesen (ogun + outlet)
01  w-krs-sayisi                 pic 9(02).
01  w-krs-tablosu.
    02  w-krs                    occurs 60 times.
        03  w-krs-ogun           pic x(01).
        03  w-krs-outlet         pic x(04).
        03  w-krs-tahmin         pic 9(05).
        03  w-krs-hakli          pic 9(05).
        03  w-krs-ucretli        pic 9(05).
01  w-krs-fark                   pic s9(05).

01  w-sayi-ed                    pic z(4)9.
01  w-sayi-ed2                   pic z(4)9.
01  w-sayi-ed3                   pic z(4)9.
01  w-sayi-ed4                   pic z(4)9.
01  w-fark-ed                    pic z(4)9-.
01  w-pan-ed                     pic z(4)9 occurs 5 times.
01  w-ulk-ed                     pic z(4)9 occurs 7 times.
01  w-uyari-ed                   pic x(08).

*> gecedrv parametresiz cagirdiginda bugunden itibaren tahmin
01  w-gece-link.
    02  filler                   pic x(01) value "T".
    02  filler                   pic 9(08) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  mutfak-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-tahmin            value "T".
        88  lk-mod-karsilastir       value "K".
*>   tahminin ilk gunu (0 ise bugun); karsilastirma bir gun oncesi
    02  lk-tarih                 pic 9(08).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional mutfak-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     if address of mutfak-link = null
        set address of mutfak-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     if lk-tarih > 0
        move lk-tarih to w-bas-tarih
     else
        move w-bugun to w-bas-tarih
     end-if
     compute w-dun = function date-of-integer
             (function integer-of-date (w-bas-tarih) - 1)
     perform gun-tarihi-hesapla
             varying w-gun-ix from 1 by 1 until w-gun-ix > 7
     move w-gun-tarih (7) to w-son-tarih
     open i-o muttah
     if fs-muttah = "35"
        close muttah
        open output muttah
        close muttah
        open i-o muttah
     end-if
     if fs-muttah not = "00"
        close muttah
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     open output mutfak-rapor
     evaluate true
        when lk-mod-tahmin
             perform param-oku
             perform tahmin-hazirla
             if lk-sonuc-tamam
                perform tahmin-yaz
                perform tahmin-raporu
             end-if
             perform dun-karsilastir
        when lk-mod-karsilastir
             perform dun-karsilastir
        when other
             set lk-sonuc-hata to true
     end-evaluate
     close muttah mutfak-rapor
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

 gun-tarihi-hesapla.
     compute w-gun-tarih (w-gun-ix) = function date-of-integer
             (function integer-of-date (w-bas-tarih) + w-gun-ix - 1)
     .

*> ---------------------------------------------------------------
*> parametreler
*> ---------------------------------------------------------------
 param-oku.
     move 0 to w-olt-sayisi
     perform kural-varsayilan
             varying w-pan-ix from 1 by 1 until w-pan-ix > 5
     open input mutfak-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close mutfak-param
     .

 kural-varsayilan.
     move "H" to w-gelis-kural (w-pan-ix, 1)
                 w-gelis-kural (w-pan-ix, 2)
                 w-cikis-kural (w-pan-ix, 2)
                 w-cikis-kural (w-pan-ix, 3)
     move "E" to w-gelis-kural (w-pan-ix, 3)
                 w-cikis-kural (w-pan-ix, 1)
     .

 param-satiri.
     read mutfak-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00"
     or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-alan1 w-p-alan2 w-p-alan3
     unstring param-satir delimited by ";"
              into w-p-tip w-p-alan1 w-p-alan2 w-p-alan3
     end-unstring
     evaluate w-p-tip
        when "O"
             if w-olt-sayisi < 30
                add 1 to w-olt-sayisi
                move w-p-alan1 to w-olt-ogun (w-olt-sayisi)
                move w-p-alan2 to w-olt-kodu (w-olt-sayisi)
                compute w-olt-yuzde (w-olt-sayisi) =
                        function numval (w-p-alan3)
             end-if
        when "G"
        when "C"
             move w-p-alan1 (1:2) to w-aranan-pan
             perform pan-bul
             if w-p-tip = "G"
                move w-p-alan2 (1:1) to w-gelis-kural (w-pan-ix, 1)
                move w-p-alan2 (2:1) to w-gelis-kural (w-pan-ix, 2)
                move w-p-alan2 (3:1) to w-gelis-kural (w-pan-ix, 3)
             else
                move w-p-alan2 (1:1) to w-cikis-kural (w-pan-ix, 1)
                move w-p-alan2 (2:1) to w-cikis-kural (w-pan-ix, 2)
                move w-p-alan2 (3:1) to w-cikis-kural (w-pan-ix, 3)
             end-if
     end-evaluate
     .

*> w-aranan-pan pansiyonunun satiri; bulunamazsa besinci satir
 pan-bul.
     move "H" to w-bulundu
     perform pan-ara
             varying w-pan-ix from 1 by 1
             until w-pan-ix > 4 or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-pan-ix
     else
        move 5 to w-pan-ix
     end-if
     .

 pan-ara.
     if w-pan-kodu (w-pan-ix) = w-aranan-pan
        move "E" to w-bulundu
     end-if
     .

*> ---------------------------------------------------------------
*> REZ gecisi: yedi gunun tahmini
*> ---------------------------------------------------------------
 tahmin-hazirla.
     initialize w-tahmin-tablosu w-ulk-tablosu w-dkd-tablosu
     move 0 to w-ulk-sayisi w-dkd-sayisi w-dyl-sayisi
     open input rez
     if fs-rez not = "00"
        close rez
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move low-values to rez-anah
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform rez-tara
             until fs-rez = "10"
     close rez
     .

 rez-tara.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez not = "00"
        exit paragraph
     end-if
     if not rez-onayli
     or rez-gir-tar > w-son-tarih
     or rez-cik-tar < w-bas-tarih
        exit paragraph
     end-if
     move rez-pan-tipi to w-aranan-pan
     perform pan-bul
     perform ulke-bul
     perform diyet-sor
     perform rez-gunleri
             varying w-gun-ix from 1 by 1 until w-gun-ix > 7
     .

 rez-gunleri.
     move w-gun-tarih (w-gun-ix) to w-tarih
     if rez-gir-tar > w-tarih
     or rez-cik-tar < w-tarih
        exit paragraph
     end-if
*>   uyruk dagilimi o gecenin evdeki kisisidir (gunluk kullanim
*>   kendi gunune sayilir)
     if rez-cik-tar > w-tarih
     or rez-gir-tar = rez-cik-tar
        if w-ulk-ix > 0
           compute w-ulk-kisi (w-ulk-ix, w-gun-ix) =
                   w-ulk-kisi (w-ulk-ix, w-gun-ix)
                   + rez-buyuk + rez-kucuk + rez-bebek
        end-if
     end-if
     perform rez-ogunleri
             varying w-ogun-ix from 1 by 1 until w-ogun-ix > 3
     if w-rez-dyl-ix > 0
        perform diyet-gun-say
                varying w-kod-ix from 1 by 1 until w-kod-ix > 8
     end-if
     .

 rez-ogunleri.
     move w-pan-hak (w-pan-ix, w-ogun-ix) to w-yer
     evaluate true
        when rez-gir-tar = w-tarih
             if w-gelis-kural (w-pan-ix, w-ogun-ix) not = "E"
                move "H" to w-yer
             end-if
        when rez-cik-tar = w-tarih
             if w-cikis-kural (w-pan-ix, w-ogun-ix) not = "E"
                move "H" to w-yer
             end-if
     end-evaluate
     if w-yer = "E"
        add rez-buyuk to w-th-buyuk (w-gun-ix, w-ogun-ix, w-pan-ix)
        add rez-kucuk to w-th-kucuk (w-gun-ix, w-ogun-ix, w-pan-ix)
        add rez-bebek to w-th-bebek (w-gun-ix, w-ogun-ix, w-pan-ix)
     end-if
     .

 ulke-bul.
     move "H" to w-bulundu
     perform ulke-ara
             varying w-ulk-ix from 1 by 1
             until w-ulk-ix > w-ulk-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-ulk-ix
        exit paragraph
     end-if
     if w-ulk-sayisi < 100
        add 1 to w-ulk-sayisi
        move w-ulk-sayisi to w-ulk-ix
        move rez-ulke to w-ulk-kodu (w-ulk-ix)
     else
        move 0 to w-ulk-ix
     end-if
     .

 ulke-ara.
     if w-ulk-kodu (w-ulk-ix) = rez-ulke
        move "E" to w-bulundu
     end-if
     .

*> diyet/alerji kaydi olan rezervasyon listeye alinir; kod basina
*> kisi sayilari her evdeki gune eklenir (cikis gunu kahvaltisi
*> dahil)
 diyet-sor.
     move 0 to w-rez-dyl-ix
     if rez-diyet-yok
        exit paragraph
     end-if
     initialize w-diyet-link
     move "S"    to wdy-mod
     move rez-no to wdy-rez-no
     call "diyet" using w-diyet-link
          on exception move "H" to wdy-sonuc
     end-call
     if wdy-sonuc not = "T" or w-dyl-sayisi >= 300
        exit paragraph
     end-if
     add 1 to w-dyl-sayisi
     move w-dyl-sayisi to w-rez-dyl-ix
     move rez-no       to w-dyl-rez-no (w-rez-dyl-ix)
     move rez-odano    to w-dyl-oda-no (w-rez-dyl-ix)
     move rez-adi      to w-dyl-adi (w-rez-dyl-ix)
     move rez-soyadi   to w-dyl-soyadi (w-rez-dyl-ix)
     move rez-gir-tar  to w-dyl-gir-tar (w-rez-dyl-ix)
     move rez-cik-tar  to w-dyl-cik-tar (w-rez-dyl-ix)
     move wdy-uyari    to w-dyl-uyari (w-rez-dyl-ix)
     move wdy-kodlar   to w-dyl-kodlar (w-rez-dyl-ix)
     move wdy-notu     to w-dyl-notu (w-rez-dyl-ix)
     .

 diyet-gun-say.
     if wdy-kod (w-kod-ix) = spaces
        exit paragraph
     end-if
     move wdy-kod (w-kod-ix) to w-aranan-kod
     move "H" to w-bulundu
     perform dkd-ara
             varying w-dkd-ix from 1 by 1
             until w-dkd-ix > w-dkd-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-dkd-ix
     else
        if w-dkd-sayisi >= 40
           exit paragraph
        end-if
        add 1 to w-dkd-sayisi
        move w-dkd-sayisi to w-dkd-ix
        move w-aranan-kod to w-dkd-kodu (w-dkd-ix)
     end-if
     add wdy-kod-kisi (w-kod-ix) to w-dkd-kisi (w-dkd-ix, w-gun-ix)
     .

 dkd-ara.
     if w-dkd-kodu (w-dkd-ix) = w-aranan-kod
        move "E" to w-bulundu
     end-if
     .

*> ---------------------------------------------------------------
*> MUTTAH: gunun eski tahmini silinir, outlet paylariyla yazilir
*> ---------------------------------------------------------------
 tahmin-yaz.
     perform gun-tahmini-yaz
             varying w-gun-ix from 1 by 1 until w-gun-ix > 7
     .

 gun-tahmini-yaz.
     move w-gun-tarih (w-gun-ix) to w-tarih
     move w-tarih to mth-tarih
     move low-values to mth-ogun mth-outlet
     start muttah key is not less than mth-anah
           invalid move "10" to fs-muttah
     end-start
     perform eski-tahmini-sil
             until fs-muttah = "10"
     perform ogun-tahmini-yaz
             varying w-ogun-ix from 1 by 1 until w-ogun-ix > 3
     .

 eski-tahmini-sil.
     read muttah next record
          at end move "10" to fs-muttah
     end-read
     if fs-muttah not = "00" and fs-muttah not = "02"
        move "10" to fs-muttah
     end-if
     if fs-muttah = "00"
        if mth-tarih not = w-tarih
           move "10" to fs-muttah
        else
           delete muttah record invalid continue end-delete
        end-if
     end-if
     .

 ogun-tahmini-yaz.
     perform ogun-topla
     move "H" to w-dagitilan
     perform outlet-payi-yaz
             varying w-olt-ix from 1 by 1
             until w-olt-ix > w-olt-sayisi
     if w-dagitilan = "H"
        initialize mth-rec
        move w-tarih to mth-tarih
        move w-ogun-kodu (w-ogun-ix) to mth-ogun
        move w-varsayilan-outlet to mth-outlet
        move w-ogun-buyuk to mth-buyuk
        move w-ogun-kucuk to mth-kucuk
        move w-ogun-bebek to mth-bebek
        move w-bugun to mth-hazirlanma
        write mth-rec invalid continue end-write
     end-if
     .

 outlet-payi-yaz.
     if w-olt-ogun (w-olt-ix) not = w-ogun-kodu (w-ogun-ix)
        exit paragraph
     end-if
     move "E" to w-dagitilan
     initialize mth-rec
     move w-tarih to mth-tarih
     move w-ogun-kodu (w-ogun-ix) to mth-ogun
     move w-olt-kodu (w-olt-ix) to mth-outlet
     compute mth-buyuk rounded =
             w-ogun-buyuk * w-olt-yuzde (w-olt-ix) / 100
     compute mth-kucuk rounded =
             w-ogun-kucuk * w-olt-yuzde (w-olt-ix) / 100
     compute mth-bebek rounded =
             w-ogun-bebek * w-olt-yuzde (w-olt-ix) / 100
     move w-bugun to mth-hazirlanma
     write mth-rec
           invalid
               read muttah
               compute mth-buyuk rounded = mth-buyuk
                       + w-ogun-buyuk * w-olt-yuzde (w-olt-ix) / 100
               compute mth-kucuk rounded = mth-kucuk
                       + w-ogun-kucuk * w-olt-yuzde (w-olt-ix) / 100
               compute mth-bebek rounded = mth-bebek
                       + w-ogun-bebek * w-olt-yuzde (w-olt-ix) / 100
               rewrite mth-rec invalid continue end-rewrite
     end-write
     .

*> w-gun-ix / w-ogun-ix icin pansiyon toplamlari
 ogun-topla.
     move 0 to w-ogun-buyuk w-ogun-kucuk w-ogun-bebek
     perform pan-topla
             varying w-pan-ix from 1 by 1 until w-pan-ix > 5
     .

 pan-topla.
     add w-th-buyuk (w-gun-ix, w-ogun-ix, w-pan-ix) to w-ogun-buyuk
     add w-th-kucuk (w-gun-ix, w-ogun-ix, w-pan-ix) to w-ogun-kucuk
     add w-th-bebek (w-gun-ix, w-ogun-ix, w-pan-ix) to w-ogun-bebek
     compute w-pan-kisi (w-pan-ix) =
             w-th-buyuk (w-gun-ix, w-ogun-ix, w-pan-ix)
             + w-th-kucuk (w-gun-ix, w-ogun-ix, w-pan-ix)
             + w-th-bebek (w-gun-ix, w-ogun-ix, w-pan-ix)
     .

*> ---------------------------------------------------------------
*> mutfak.txt: tahmin, outlet kirilimi, uyruk dagilimi
*> ---------------------------------------------------------------
 tahmin-raporu.
     move spaces to mutfak-rapor-satir
     string "7 GUNLUK MUTFAK URETIM TAHMINI - " w-bas-tarih
            " / " w-son-tarih "   HAZIRLANMA: " w-bugun
            delimited by size into mutfak-rapor-satir
     write mutfak-rapor-satir
     move spaces to mutfak-rapor-satir
     string "TARIH    OGUN       OUTLET YETISKIN COCUK BEBEK"
            "       BB    HB    FB    AI    --"
            delimited by size into mutfak-rapor-satir
     write mutfak-rapor-satir
     move all "-" to mutfak-rapor-satir
     write mutfak-rapor-satir
     perform gun-raporu
             varying w-gun-ix from 1 by 1 until w-gun-ix > 7
     perform uyruk-raporu
     perform diyet-raporu
     .

 gun-raporu.
     perform ogun-raporu
             varying w-ogun-ix from 1 by 1 until w-ogun-ix > 3
     move spaces to mutfak-rapor-satir
     write mutfak-rapor-satir
     .

 ogun-raporu.
     perform ogun-topla
     move w-ogun-buyuk to w-sayi-ed
     move w-ogun-kucuk to w-sayi-ed2
     move w-ogun-bebek to w-sayi-ed3
     perform pan-ed
             varying w-pan-ix from 1 by 1 until w-pan-ix > 5
     move spaces to mutfak-rapor-satir
     string w-gun-tarih (w-gun-ix) " " w-ogun-adi (w-ogun-ix)
            " TOPLAM   " w-sayi-ed "  " w-sayi-ed2 " " w-sayi-ed3
            "  " w-pan-ed (1) " " w-pan-ed (2) " " w-pan-ed (3)
            " " w-pan-ed (4) " " w-pan-ed (5)
            delimited by size into mutfak-rapor-satir
     write mutfak-rapor-satir
     move w-gun-tarih (w-gun-ix) to mth-tarih
     move w-ogun-kodu (w-ogun-ix) to mth-ogun
     move low-values to mth-outlet
     start muttah key is not less than mth-anah
           invalid move "10" to fs-muttah
     end-start
     perform outlet-raporu
             until fs-muttah = "10"
     .

 pan-ed.
     move w-pan-kisi (w-pan-ix) to w-pan-ed (w-pan-ix)
     .

 outlet-raporu.
     read muttah next record
          at end move "10" to fs-muttah
     end-read
     if fs-muttah not = "00" and fs-muttah not = "02"
        move "10" to fs-muttah
     end-if
     if fs-muttah not = "00"
        exit paragraph
     end-if
     if mth-tarih not = w-gun-tarih (w-gun-ix)
     or mth-ogun not = w-ogun-kodu (w-ogun-ix)
        move "10" to fs-muttah
        exit paragraph
     end-if
     move mth-buyuk to w-sayi-ed
     move mth-kucuk to w-sayi-ed2
     move mth-bebek to w-sayi-ed3
     move spaces to mutfak-rapor-satir
     string "                    " mth-outlet "     " w-sayi-ed
            "  " w-sayi-ed2 " " w-sayi-ed3
            delimited by size into mutfak-rapor-satir
     write mutfak-rapor-satir
     .

 uyruk-raporu.
     move spaces to mutfak-rapor-satir
     write mutfak-rapor-satir
     move spaces to mutfak-rapor-satir
     string "UYRUK DAGILIMI (GECELEYEN KISI)"
            delimited by size into mutfak-rapor-satir
     write mutfak-rapor-satir
     move spaces to mutfak-rapor-satir
     string "UYR " w-gun-tarih (1) (5:4) "  " w-gun-tarih (2) (5:4)
            "  " w-gun-tarih (3) (5:4) "  " w-gun-tarih (4) (5:4)
            "  " w-gun-tarih (5) (5:4) "  " w-gun-tarih (6) (5:4)
            "  " w-gun-tarih (7) (5:4)
            delimited by size into mutfak-rapor-satir
     write mutfak-rapor-satir
     move all "-" to mutfak-rapor-satir
     write mutfak-rapor-satir
     perform uyruk-satiri
             varying w-ulk-ix from 1 by 1
             until w-ulk-ix > w-ulk-sayisi
     .

 uyruk-satiri.
     perform uyruk-ed
             varying w-gun-ix from 1 by 1 until w-gun-ix > 7
     move spaces to mutfak-rapor-satir
     string w-ulk-kodu (w-ulk-ix) " " w-ulk-ed (1) " " w-ulk-ed (2)
            " " w-ulk-ed (3) " " w-ulk-ed (4) " " w-ulk-ed (5)
            " " w-ulk-ed (6) " " w-ulk-ed (7)
            delimited by size into mutfak-rapor-satir
     write mutfak-rapor-satir
     .

 uyruk-ed.
     move w-ulk-kisi (w-ulk-ix, w-gun-ix) to w-ulk-ed (w-gun-ix)
     .

*> diyet / alerji: kod bazinda gunluk kisi ve misafir listesi
 diyet-raporu.
     move spaces to mutfak-rapor-satir
     write mutfak-rapor-satir
     move spaces to mutfak-rapor-satir
     string "DIYET / ALERJI KISI SAYILARI"
            delimited by size into mutfak-rapor-satir
     write mutfak-rapor-satir
     move spaces to mutfak-rapor-satir
     string "KOD  " w-gun-tarih (1) (5:4) "  " w-gun-tarih (2) (5:4)
            "  " w-gun-tarih (3) (5:4) "  " w-gun-tarih (4) (5:4)
            "  " w-gun-tarih (5) (5:4) "  " w-gun-tarih (6) (5:4)
            "  " w-gun-tarih (7) (5:4)
            delimited by size into mutfak-rapor-satir
     write mutfak-rapor-satir
     move all "-" to mutfak-rapor-satir
     write mutfak-rapor-satir
     perform diyet-kod-satiri
             varying w-dkd-ix from 1 by 1
             until w-dkd-ix > w-dkd-sayisi
     move spaces to mutfak-rapor-satir
     write mutfak-rapor-satir
     move spaces to mutfak-rapor-satir
     string "ODA  REZ NO   MISAFIR                 GIRIS    CIKIS"
            "             KODLAR / NOT"
            delimited by size into mutfak-rapor-satir
     write mutfak-rapor-satir
     move all "-" to mutfak-rapor-satir
     write mutfak-rapor-satir
     perform diyet-misafir-satiri
             varying w-dyl-ix from 1 by 1
             until w-dyl-ix > w-dyl-sayisi
     .

 diyet-kod-satiri.
     perform diyet-ed
             varying w-gun-ix from 1 by 1 until w-gun-ix > 7
     move spaces to mutfak-rapor-satir
     string w-dkd-kodu (w-dkd-ix) " " w-ulk-ed (1) " " w-ulk-ed (2)
            " " w-ulk-ed (3) " " w-ulk-ed (4) " " w-ulk-ed (5)
            " " w-ulk-ed (6) " " w-ulk-ed (7)
            delimited by size into mutfak-rapor-satir
     write mutfak-rapor-satir
     .

 diyet-ed.
     move w-dkd-kisi (w-dkd-ix, w-gun-ix) to w-ulk-ed (w-gun-ix)
     .

 diyet-misafir-satiri.
     move spaces to w-uyari-ed
     if w-dyl-uyari (w-dyl-ix) = "A"
        move "ALERJI !" to w-uyari-ed
     end-if
     move spaces to mutfak-rapor-satir
     string w-dyl-oda-no (w-dyl-ix) " " w-dyl-rez-no (w-dyl-ix)
            " " w-dyl-adi (w-dyl-ix) (1:10) " "
            w-dyl-soyadi (w-dyl-ix) (1:12) " "
            w-dyl-gir-tar (w-dyl-ix) " " w-dyl-cik-tar (w-dyl-ix)
            " " w-uyari-ed " " w-dyl-kodlar (w-dyl-ix)
            delimited by size into mutfak-rapor-satir
     write mutfak-rapor-satir
     if w-dyl-notu (w-dyl-ix) not = spaces
        move spaces to mutfak-rapor-satir
        string "                                       "
               "                           "
               w-dyl-notu (w-dyl-ix)
               delimited by size into mutfak-rapor-satir
        write mutfak-rapor-satir
     end-if
     .

*> ---------------------------------------------------------------
*> dunku tahmin / YEMEKHAK kapi sayaci
*> ---------------------------------------------------------------
 dun-karsilastir.
     initialize w-krs-tablosu
     move 0 to w-krs-sayisi
     move w-dun to mth-tarih
     move low-values to mth-ogun mth-outlet
     start muttah key is not less than mth-anah
           invalid move "10" to fs-muttah
     end-start
     perform dun-tahmini-oku
             until fs-muttah = "10"
     open input yemekhak
     if fs-yemekhak = "00"
        move low-values to ymh-anah
        start yemekhak key is not less than ymh-anah
              invalid move "10" to fs-yemekhak
        end-start
        perform kapi-sayaci-oku
                until fs-yemekhak = "10"
     end-if
     close yemekhak
     move spaces to mutfak-rapor-satir
     write mutfak-rapor-satir
     move spaces to mutfak-rapor-satir
     string "DUNKU TAHMIN / GERCEKLESEN - " w-dun
            delimited by size into mutfak-rapor-satir
     write mutfak-rapor-satir
     move spaces to mutfak-rapor-satir
     string "OGUN       OUTLET TAHMIN HAKLI  FARK UCRETLI"
            delimited by size into mutfak-rapor-satir
     write mutfak-rapor-satir
     move all "-" to mutfak-rapor-satir
     write mutfak-rapor-satir
     perform karsilastirma-satiri
             varying w-krs-ix from 1 by 1
             until w-krs-ix > w-krs-sayisi
     .

*> tahmin kapidaki sayac gibi yetiskin + cocuktur (bebek haric)
 dun-tahmini-oku.
     read muttah next record
          at end move "10" to fs-muttah
     end-read
     if fs-muttah not = "00" and fs-muttah not = "02"
        move "10" to fs-muttah
     end-if
     if fs-muttah not = "00"
        exit paragraph
     end-if
     if mth-tarih not = w-dun
        move "10" to fs-muttah
        exit paragraph
     end-if
     move mth-ogun to w-aranan-ogun
     move mth-outlet to w-aranan-outlet
     perform krs-bul
     if w-krs-ix > 0
        compute w-krs-tahmin (w-krs-ix) =
                w-krs-tahmin (w-krs-ix) + mth-buyuk + mth-kucuk
     end-if
     .

 kapi-sayaci-oku.
     read yemekhak next record
          at end move "10" to fs-yemekhak
     end-read
     if fs-yemekhak not = "00" and fs-yemekhak not = "02"
        move "10" to fs-yemekhak
     end-if
     if fs-yemekhak not = "00"
        exit paragraph
     end-if
     if ymh-tarih not = w-dun
     or ymh-kullanilan + ymh-ucretli-cover = 0
        exit paragraph
     end-if
     move ymh-ogun to w-aranan-ogun
     if ymh-outlet = spaces
        move w-varsayilan-outlet to w-aranan-outlet
     else
        move ymh-outlet to w-aranan-outlet
     end-if
     perform krs-bul
     if w-krs-ix > 0
        add ymh-kullanilan to w-krs-hakli (w-krs-ix)
        add ymh-ucretli-cover to w-krs-ucretli (w-krs-ix)
     end-if
     .

*> w-aranan-ogun ogun + w-aranan-outlet outlet satiri; yoksa acilir
 krs-bul.
     move "H" to w-bulundu
     perform krs-ara
             varying w-krs-ix from 1 by 1
             until w-krs-ix > w-krs-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-krs-ix
        exit paragraph
     end-if
     if w-krs-sayisi < 60
        add 1 to w-krs-sayisi
        move w-krs-sayisi to w-krs-ix
        move w-aranan-ogun to w-krs-ogun (w-krs-ix)
        move w-aranan-outlet to w-krs-outlet (w-krs-ix)
     else
        move 0 to w-krs-ix
     end-if
     .

 krs-ara.
     if w-krs-ogun (w-krs-ix) = w-aranan-ogun
     and w-krs-outlet (w-krs-ix) = w-aranan-outlet
        move "E" to w-bulundu
     end-if
     .

 karsilastirma-satiri.
     move 3 to w-ogun-ix
     if w-krs-ogun (w-krs-ix) = "K"
        move 1 to w-ogun-ix
     end-if
     if w-krs-ogun (w-krs-ix) = "O"
        move 2 to w-ogun-ix
     end-if
     compute w-krs-fark =
             w-krs-hakli (w-krs-ix) - w-krs-tahmin (w-krs-ix)
     move w-krs-tahmin (w-krs-ix) to w-sayi-ed
     move w-krs-hakli (w-krs-ix) to w-sayi-ed2
     move w-krs-fark to w-fark-ed
     move w-krs-ucretli (w-krs-ix) to w-sayi-ed4
     move spaces to mutfak-rapor-satir
     string w-ogun-adi (w-ogun-ix) " " w-krs-outlet (w-krs-ix)
            "  " w-sayi-ed " " w-sayi-ed2 w-fark-ed "  " w-sayi-ed4
            delimited by size into mutfak-rapor-satir
     write mutfak-rapor-satir
     .
