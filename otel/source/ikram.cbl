*> ikram.cbl
*> VIP ve ozel gun ikramlari (amenity). Meyve sepeti, balayi
*> ciftlerine sarap (Sejour confirme-HoneyMoon), VIP gelislerine
*> dogum gunu pastasi telefonla isteniyor; unutuluyor ya da iki kez
*> gidiyordu. Bu program IKRKAT (katalog), IKRKUR (kural) ve IKRSIP
*> (siparis) dosyalarini isletir:
*>   - lk-mod-katalog: ikram kalemi acilir/guncellenir (ad, depo
*>     malzemesi ve birim miktari ya da depoda tutulmuyorsa birim
*>     maliyet, masraf yeri departmani, teslim eden birim R oda
*>     servisi / H kat hizmetleri),
*>   - lk-mod-kural: kural acilir/guncellenir (lk-kural-sira 0 ise
*>     yeni; lk-adet 0 ise kural silinir). Kosullar rez-vip-turu,
*>     rez-kutlama ve acentadir; bos kosul her degeri kabul eder,
*>     en az bir kosul dolu olmalidir,
*>   - lk-mod-kutlama: rezervasyonun kutlama turu ve tarihi
*>     (dogum gunu, yildonumu...) islenir; balayi Sejour'dan sejcek
*>     ile gelir,
*>   - lk-mod-manuel: elle siparis (lk-tarih bos ise giris gunu,
*>     giris gecmisse bugun),
*>   - lk-mod-teslim: oda servisi / kat hizmetleri onayi - lk-teslim
*>     T teslim edildi, E edilemedi (lk-neden). Teslim edilen
*>     ikramin maliyeti misafir foliosuna degil masraf yerine
*>     yazilir: depo kalemi depoalim "C" ile masraf yeri
*>     departmanina cikilir (ortalama maliyet), digerleri katalog
*>     maliyetiyle kaydedilir,
*>   - lk-mod-iptal: bekleyen siparis iptal edilir,
*>   - lk-mod-liste: lk-tarih (bos ise yarin) teslim listesi
*>     ikram.txt'ye teslim birimi ve oda sirasiyla basilir,
*>   - lk-mod-rapor: aylik ikram maliyeti masraf yeri ve kalem
*>     basina (lk-yil/lk-ay, bos ise gecen ay) ikramay.txt'ye,
*>   - lk-mod-gece (gecedrv varsayilani): iptal / no-show olan
*>     rezervasyonlarin bekleyen siparisleri iptal edilir, yarin
*>     gelen rezervasyonlara (kutlama kurali icin: kutlama tarihi
*>     yarin olan konaklamalara) kural siparisleri acilir - ayni
*>     rezervasyona ayni ikram ikinci kez acilmaz - ve yarinin
*>     listesi, bugunun onaysiz kalan siparisleriyle basilir.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. ikram.
environment division.
input-output section.
file-control.
     copy "ikrkat.sel.cpy".

     copy "ikrkur.sel.cpy".

     copy "ikrsip.sel.cpy".

     copy "rez.sel.cpy".

     copy "depstk.sel.cpy".

     select ikram-rapor assign to random
            ikram-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "ikrkat.lib.cpy".

 copy "ikrkur.lib.cpy".

 copy "ikrsip.lib.cpy".

 copy "rez.lib.cpy".

 copy "depstk.lib.cpy".

fd  ikram-rapor.
01  ikram-rapor-satir            pic x(132).

working-storage section.
01  ikrkat-dosya                 pic x(200) value "ikrkat.dat".
01  ikrkur-dosya                 pic x(200) value "ikrkur.dat".
01  ikrsip-dosya                 pic x(200) value "ikrsip.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  depstk-dosya                 pic x(200) value "depstk.dat".
01  ikram-rapor-dosya            pic x(200) value "ikram.txt".
01  fs-ikrkat                    pic xx.
01  fs-ikrkur                    pic xx.
01  fs-ikrsip                    pic xx.
01  fs-rez                       pic xx.
01  fs-depstk                    pic xx.

01  w-bugun                      pic 9(08).
01  w-bugun-r redefines w-bugun.
    02  w-bugun-yil              pic 9(04).
    02  w-bugun-ay               pic 9(02).
    02  filler                   pic 9(02).
01  w-simdi                      pic 9(08).
01  w-yarin                      pic 9(08).
01  w-liste-tarih                pic 9(08).
01  w-olay-tarih                 pic 9(08).
01  w-son-no                     pic 9(08).
01  w-son-sira                   pic 9(04).
01  w-bulundu                    pic x(01).
01  w-tutar                      pic s9(09)v99.
01  w-ay-bas                     pic 9(08).
01  w-ay-bit                     pic 9(08).

*> kurallar (gece bir kez okunur)
01  w-kurallar.
    02  w-kr                     occurs 200 times.
        03  w-kr-sira            pic 9(04).
        03  w-kr-vip-turu        pic x(01).
        03  w-kr-kutlama         pic x(01).
        03  w-kr-acenta          pic x(04).
        03  w-kr-ikram-kod       pic x(04).
        03  w-kr-adet            pic 9(02).
        03  w-kr-masraf-yeri     pic x(04).
01  w-kr-adet-say                pic 9(03).
01  w-kr-ix                      pic 9(03).

*> teslim listesi (birim + oda sirali)
01  w-liste.
    02  w-lst-satir              occurs 1000 times.
        03  w-lst-anah.
            04  w-lst-birim      pic x(01).
            04  w-lst-oda        pic x(04).
        03  w-lst-no             pic 9(08).
01  w-lst-yeni.
    02  w-yeni-anah.
        03  w-yeni-birim         pic x(01).
        03  w-yeni-oda           pic x(04).
    02  w-yeni-no                pic 9(08).
01  w-lst-sayisi                 pic 9(04).
01  w-lst-ix                     pic 9(04).
01  w-lst-yer                    pic 9(04).
01  w-onaysiz                    pic 9(05).

*> aylik maliyet toplamlari
01  w-masraflar.
    02  w-ms                     occurs 100 times.
        03  w-ms-yer             pic x(04).
        03  w-ms-kod             pic x(04).
        03  w-ms-adet            pic 9(07).
        03  w-ms-tutar           pic s9(11)v99.
01  w-ms-sayisi                  pic 9(03).
01  w-ms-ix                      pic 9(03).
01  w-genel-tutar                pic s9(11)v99.

01  w-sayi-ed                    pic z(6)9.
01  w-tutar-ed                   pic z(10)9.99-.

*> depoalim cikis alani (duzen depoalim.cbl ile aynidir)
01  w-depoalim-link.
    02  wdp-mod                  pic x(01).
    02  wdp-talep-no             pic 9(06).
    02  wdp-siparis-no           pic 9(06).
    02  wdp-sira                 pic 9(03).
    02  wdp-departman            pic x(04).
    02  wdp-malzeme              pic x(03).
    02  wdp-malzeme-adi          pic x(30).
    02  wdp-birim                pic x(05).
    02  wdp-miktar               pic s9(07)v999.
    02  wdp-birim-fiyat          pic 9(09)v9999.
    02  wdp-cari-kodu            pic x(10).
    02  wdp-belge-no             pic x(16).
    02  wdp-aciklama             pic x(40).
    02  wdp-yil                  pic 9(04).
    02  wdp-ay                   pic 9(02).
    02  wdp-kllnc                pic x(10).
    02  wdp-teslim               pic x(01).
    02  wdp-fark                 pic s9(11)v99.
    02  wdp-sonuc                pic x(01).

01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic x(37) value spaces.
    02  filler                   pic 9(17) value 0.
    02  filler                   pic x(05) value spaces.
    02  filler                   pic 9(04) value 0.
    02  filler                   pic x(06) value spaces.
    02  filler                   pic 9(18) value 0.
    02  filler                   pic x(40) value spaces.
    02  filler                   pic 9(08) value 0.
    02  filler                   pic x(31) value spaces.
    02  filler                   pic 9(06) value 0.
    02  filler                   pic x(10) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  ikram-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-katalog           value "K".
        88  lk-mod-kural             value "U".
        88  lk-mod-kutlama           value "O".
        88  lk-mod-manuel            value "M".
        88  lk-mod-teslim            value "T".
        88  lk-mod-iptal             value "I".
        88  lk-mod-liste             value "L".
        88  lk-mod-rapor             value "R".
        88  lk-mod-gece              value "G".
    02  lk-ikram-kod             pic x(04).
    02  lk-adi                   pic x(30).
    02  lk-malzeme               pic x(03).
    02  lk-miktar                pic 9(05)v999.
    02  lk-maliyet               pic 9(07)v99.
    02  lk-masraf-yeri           pic x(04).
    02  lk-teslim-birimi         pic x(01).
    02  lk-kural-sira            pic 9(04).
    02  lk-vip-turu              pic x(01).
    02  lk-kutlama               pic x(01).
    02  lk-acenta                pic x(04).
    02  lk-adet                  pic 9(02).
    02  lk-rez-no                pic 9(08).
*>   manuel: teslim gunu; kutlama: kutlama gunu; liste: liste gunu
    02  lk-tarih                 pic 9(08).
    02  lk-not                   pic x(40).
    02  lk-siparis-no            pic 9(08).
    02  lk-teslim                pic x(01).
    02  lk-neden                 pic x(30).
    02  lk-yil                   pic 9(04).
    02  lk-ay                    pic 9(02).
    02  lk-kllnc                 pic x(10).
*>   gece: acilan siparis; liste: satir
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-bulunamadi      value "B".
        88  lk-sonuc-hata            value "H".

procedure division using optional ikram-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     accept w-simdi from time
     if address of ikram-link = null
        set address of ikram-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi
     compute w-yarin = function date-of-integer
             (function integer-of-date (w-bugun) + 1)
     open i-o ikrkat
     if fs-ikrkat = "35"
        close ikrkat
        open output ikrkat
        close ikrkat
        open i-o ikrkat
     end-if
     open i-o ikrkur
     if fs-ikrkur = "35"
        close ikrkur
        open output ikrkur
        close ikrkur
        open i-o ikrkur
     end-if
     open i-o ikrsip
     if fs-ikrsip = "35"
        close ikrsip
        open output ikrsip
        close ikrsip
        open i-o ikrsip
     end-if
     if fs-ikrkat not = "00" or fs-ikrkur not = "00"
     or fs-ikrsip not = "00"
        close ikrkat ikrkur ikrsip
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-katalog
             perform katalog-isle
        when lk-mod-kural
             perform kural-isle
        when lk-mod-kutlama
             perform kutlama-isle
        when lk-mod-manuel
             perform manuel-siparis
        when lk-mod-teslim
             perform teslim-isle
        when lk-mod-iptal
             perform iptal-isle
        when lk-mod-liste
             move lk-tarih to w-liste-tarih
             if w-liste-tarih = 0
                move w-yarin to w-liste-tarih
             end-if
             open input rez
             if fs-rez = "00"
                perform teslim-listesi
             else
                set lk-sonuc-hata to true
             end-if
             close rez
        when lk-mod-rapor
             perform aylik-rapor
        when lk-mod-gece
             perform gece-isle
        when other
             set lk-sonuc-hata to true
     end-evaluate
     close ikrkat ikrkur ikrsip
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> katalog, kural, kutlama
*> ---------------------------------------------------------------
 katalog-isle.
     if lk-ikram-kod = spaces or lk-masraf-yeri = spaces
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-malzeme not = spaces and lk-miktar = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
*>   depoda tutulmayan kalem birim maliyetsiz acilamaz
     if lk-malzeme = spaces and lk-maliyet = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-ikram-kod to ikk-kod
     read ikrkat
          invalid
              initialize ikk-rec
              move lk-ikram-kod to ikk-kod
              move "H" to w-bulundu
          not invalid
              move "E" to w-bulundu
     end-read
     move lk-adi           to ikk-adi
     move lk-malzeme       to ikk-malzeme
     move lk-miktar        to ikk-miktar
     move lk-maliyet       to ikk-maliyet
     move lk-masraf-yeri   to ikk-masraf-yeri
     move lk-teslim-birimi to ikk-teslim-birimi
     if not ikk-kat-hizmetleri
        set ikk-oda-servisi to true
     end-if
     set ikk-aktif to true
     if w-bulundu = "E"
        rewrite ikk-rec invalid set lk-sonuc-hata to true
        end-rewrite
     else
        write ikk-rec invalid set lk-sonuc-hata to true
        end-write
     end-if
     .

 kural-isle.
     if lk-kural-sira not = 0 and lk-adet = 0
        move lk-kural-sira to ikr-sira
        delete ikrkur record
               invalid set lk-sonuc-bulunamadi to true
        end-delete
        exit paragraph
     end-if
     if lk-vip-turu = space and lk-kutlama = space
     and lk-acenta = spaces
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-ikram-kod to ikk-kod
     read ikrkat
          invalid
              set lk-sonuc-bulunamadi to true
              exit paragraph
     end-read
     if lk-adet = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if lk-kural-sira = 0
        move 9999 to ikr-sira
        start ikrkur key is less than ikr-sira
              invalid move 0 to w-son-sira
              not invalid
                  read ikrkur previous record
                       at end move 0 to ikr-sira
                  end-read
                  move ikr-sira to w-son-sira
        end-start
        initialize ikr-rec
        compute ikr-sira = w-son-sira + 1
        move "H" to w-bulundu
     else
        move lk-kural-sira to ikr-sira
        read ikrkur
             invalid
                 set lk-sonuc-bulunamadi to true
                 exit paragraph
        end-read
        move "E" to w-bulundu
     end-if
     move lk-vip-turu    to ikr-vip-turu
     move lk-kutlama     to ikr-kutlama
     move lk-acenta      to ikr-acenta
     move lk-ikram-kod   to ikr-ikram-kod
     move lk-adet        to ikr-adet
     move lk-masraf-yeri to ikr-masraf-yeri
     if w-bulundu = "E"
        rewrite ikr-rec invalid set lk-sonuc-hata to true
        end-rewrite
     else
        write ikr-rec invalid set lk-sonuc-hata to true
        end-write
     end-if
     move ikr-sira to lk-kural-sira
     .

 kutlama-isle.
     open i-o rez
     if fs-rez not = "00"
        close rez
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-rez-no to rez-no
     read rez
          invalid
              set lk-sonuc-bulunamadi to true
              close rez
              exit paragraph
     end-read
     move lk-kutlama to rez-kutlama
     move lk-tarih   to rez-kutlama-tarih
     if rez-kutlama-yok
        move 0 to rez-kutlama-tarih
     end-if
     rewrite rez-rec invalid set lk-sonuc-hata to true
     end-rewrite
     close rez
     .

*> ---------------------------------------------------------------
*> siparisler
*> ---------------------------------------------------------------
 manuel-siparis.
     if lk-adet = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-ikram-kod to ikk-kod
     read ikrkat
          invalid
              set lk-sonuc-bulunamadi to true
              exit paragraph
     end-read
     open input rez
     if fs-rez not = "00"
        close rez
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-rez-no to rez-no
     read rez
          invalid
              set lk-sonuc-bulunamadi to true
              close rez
              exit paragraph
     end-read
     if rez-iptal-oldu or rez-no-show or rez-cik-tar < w-bugun
        set lk-sonuc-hata to true
        close rez
        exit paragraph
     end-if
     move lk-tarih to w-olay-tarih
     if w-olay-tarih = 0
        move rez-gir-tar to w-olay-tarih
     end-if
     if w-olay-tarih < w-bugun
        move w-bugun to w-olay-tarih
     end-if
     initialize ikr-rec
     move lk-adet        to ikr-adet
     move lk-masraf-yeri to ikr-masraf-yeri
     perform siparis-yaz
     set iks-elle to true
     move lk-not to iks-not
     rewrite iks-rec invalid continue end-rewrite
     move iks-no to lk-siparis-no
     close rez
     .

*> okunmus rez + ikk, ikr-adet/ikr-masraf-yeri/ikr-sira ve
*> w-olay-tarih ile siparis acar
 siparis-yaz.
     move 0 to w-son-no
     move high-values to iks-no
     start ikrsip key is less than iks-no
           invalid continue
           not invalid
               read ikrsip previous record
                    at end continue
               end-read
               if fs-ikrsip = "00"
                  move iks-no to w-son-no
               end-if
     end-start
     move "00" to fs-ikrsip
     initialize iks-rec
     compute iks-no = w-son-no + 1
     move w-olay-tarih to iks-tarih
     move rez-no       to iks-rez-no
     move ikk-kod      to iks-ikram-kod
     move rez-odano    to iks-odano
     string rez-adi delimited by "  " " " rez-soyadi
            delimited by size into iks-adi
     move ikr-adet     to iks-adet
     set iks-kuraldan to true
     move ikr-sira     to iks-kural-sira
     move ikr-masraf-yeri to iks-masraf-yeri
     if iks-masraf-yeri = spaces
        move ikk-masraf-yeri to iks-masraf-yeri
     end-if
     move ikk-teslim-birimi to iks-teslim-birimi
     set iks-bekliyor to true
     move lk-kllnc     to iks-kayit-kllnc
     write iks-rec invalid set lk-sonuc-hata to true
     end-write
     .

 iptal-isle.
     move lk-siparis-no to iks-no
     read ikrsip
          invalid
              set lk-sonuc-bulunamadi to true
              exit paragraph
     end-read
     if not iks-bekliyor
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     set iks-iptal to true
     move lk-neden to iks-neden
     move lk-kllnc to iks-teslim-kllnc
     rewrite iks-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> teslim onayi ve maliyet kaydi
 teslim-isle.
     move lk-siparis-no to iks-no
     read ikrsip
          invalid
              set lk-sonuc-bulunamadi to true
              exit paragraph
     end-read
     if not iks-bekliyor and not iks-teslim-edilemedi
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move w-bugun  to iks-teslim-tarih
     move w-simdi (1:6) to iks-teslim-saat
     move lk-kllnc to iks-teslim-kllnc
     if lk-teslim = "E"
        set iks-teslim-edilemedi to true
        move lk-neden to iks-neden
        rewrite iks-rec invalid set lk-sonuc-hata to true
        end-rewrite
        exit paragraph
     end-if
     if lk-teslim not = "T"
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     set iks-teslim-edildi to true
     move spaces to iks-neden
     perform maliyet-kaydet
     rewrite iks-rec invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> depo kalemi masraf yeri departmanina cikilir; depoda yoksa ya
*> da cikis yapilamazsa katalog maliyeti kaydedilir. Depo ortalama
*> maliyeti 0 ise (ilk giris maliyetsiz / kart yok) katalog
*> maliyeti kalir; hicbir maliyet yoksa siparis isaretlenir
 maliyet-kaydet.
     move iks-ikram-kod to ikk-kod
     read ikrkat
          invalid initialize ikk-rec
     end-read
     compute iks-maliyet = ikk-maliyet * iks-adet
     if ikk-malzeme = spaces
        if iks-maliyet = 0
           move "MALIYET TANIMSIZ" to iks-neden
        end-if
        exit paragraph
     end-if
     move 0 to w-tutar
     open input depstk
     if fs-depstk = "00"
        move ikk-malzeme to dst-malzeme
        read depstk
             invalid move 0 to dst-ort-maliyet
        end-read
        compute w-tutar rounded =
                ikk-miktar * iks-adet * dst-ort-maliyet
     end-if
     close depstk
     initialize w-depoalim-link
     move "C"             to wdp-mod
     move iks-masraf-yeri to wdp-departman
     move ikk-malzeme     to wdp-malzeme
     compute wdp-miktar = ikk-miktar * iks-adet
     string "IKR" iks-no delimited by size into wdp-belge-no
     move ikk-adi         to wdp-aciklama
     move lk-kllnc        to wdp-kllnc
     call "depoalim" using w-depoalim-link
          on exception move "H" to wdp-sonuc
     end-call
     if wdp-sonuc = "T"
        set iks-depodan-cikti to true
        if w-tutar > 0
           move w-tutar to iks-maliyet
        end-if
        if iks-maliyet = 0
           move "DEPO MALIYETI 0" to iks-neden
        end-if
     else
        move "DEPO CIKISI YAPILAMADI" to iks-neden
     end-if
     .

*> ---------------------------------------------------------------
*> gece akisi
*> ---------------------------------------------------------------
 gece-isle.
     open input rez
     if fs-rez not = "00"
        close rez
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform iptalleri-dusur
     perform kurallari-oku
     if w-kr-adet-say > 0
        move low-values to rez-anah
        start rez key is not less than rez-anah
              invalid move "10" to fs-rez
        end-start
        perform gelen-rez
                until fs-rez = "10"
        move "00" to fs-rez
     end-if
     move w-yarin to w-liste-tarih
     perform teslim-listesi
     close rez
     .

*> bugun ve sonrasi bekleyen siparisler: rezervasyon dustuyse iptal
 iptalleri-dusur.
     move w-bugun to iks-tarih
     start ikrsip key is not less than iks-tarih
           invalid move "10" to fs-ikrsip
     end-start
     perform iptal-satiri
             until fs-ikrsip = "10"
     move "00" to fs-ikrsip
     .

 iptal-satiri.
     read ikrsip next record
          at end move "10" to fs-ikrsip
     end-read
     if fs-ikrsip not = "00" and fs-ikrsip not = "02"
        move "10" to fs-ikrsip
     end-if
     if fs-ikrsip = "10"
        exit paragraph
     end-if
     if not iks-bekliyor
        exit paragraph
     end-if
     move iks-rez-no to rez-no
     read rez
          invalid exit paragraph
     end-read
     if rez-iptal-oldu or rez-no-show
        set iks-iptal to true
        move "REZERVASYON IPTAL / NO-SHOW" to iks-neden
        move "gecedrv" to iks-teslim-kllnc
        rewrite iks-rec invalid continue end-rewrite
     end-if
     .

 kurallari-oku.
     move 0 to w-kr-adet-say
     move 0 to ikr-sira
     start ikrkur key is not less than ikr-sira
           invalid move "10" to fs-ikrkur
     end-start
     perform kural-satiri
             until fs-ikrkur = "10"
     move "00" to fs-ikrkur
     .

 kural-satiri.
     read ikrkur next record
          at end move "10" to fs-ikrkur
     end-read
     if fs-ikrkur not = "00" and fs-ikrkur not = "02"
        move "10" to fs-ikrkur
     end-if
     if fs-ikrkur = "10" or w-kr-adet-say >= 200
        exit paragraph
     end-if
     add 1 to w-kr-adet-say
     move ikr-sira        to w-kr-sira (w-kr-adet-say)
     move ikr-vip-turu    to w-kr-vip-turu (w-kr-adet-say)
     move ikr-kutlama     to w-kr-kutlama (w-kr-adet-say)
     move ikr-acenta      to w-kr-acenta (w-kr-adet-say)
     move ikr-ikram-kod   to w-kr-ikram-kod (w-kr-adet-say)
     move ikr-adet        to w-kr-adet (w-kr-adet-say)
     move ikr-masraf-yeri to w-kr-masraf-yeri (w-kr-adet-say)
     .

 gelen-rez.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez = "10"
        exit paragraph
     end-if
     if rez-iptal-oldu or rez-no-show
     or rez-gir-tar > w-yarin or rez-cik-tar <= w-yarin
        exit paragraph
     end-if
     perform kural-uygula
             varying w-kr-ix from 1 by 1
             until w-kr-ix > w-kr-adet-say
     .

*> kosullarin hepsi tutarsa ve olay gunu yarinsa siparis acilir.
*> olay gunu giris gunudur; kutlama kurallarinda konaklama icine
*> dusen kutlama tarihi
 kural-uygula.
     if w-kr-vip-turu (w-kr-ix) not = space
     and w-kr-vip-turu (w-kr-ix) not = rez-vip-turu
        exit paragraph
     end-if
     if w-kr-kutlama (w-kr-ix) not = space
     and w-kr-kutlama (w-kr-ix) not = rez-kutlama
        exit paragraph
     end-if
     if w-kr-acenta (w-kr-ix) not = spaces
     and w-kr-acenta (w-kr-ix) not = rez-acenta
        exit paragraph
     end-if
     move rez-gir-tar to w-olay-tarih
     if w-kr-kutlama (w-kr-ix) not = space
     and rez-kutlama-tarih >= rez-gir-tar
     and rez-kutlama-tarih < rez-cik-tar
        move rez-kutlama-tarih to w-olay-tarih
     end-if
     if w-olay-tarih not = w-yarin
        exit paragraph
     end-if
     move w-kr-ikram-kod (w-kr-ix) to ikk-kod
     read ikrkat
          invalid exit paragraph
     end-read
     if not ikk-aktif
        exit paragraph
     end-if
     perform siparis-var-mi
     if w-bulundu = "E"
        exit paragraph
     end-if
     initialize ikr-rec
     move w-kr-sira (w-kr-ix)        to ikr-sira
     move w-kr-adet (w-kr-ix)        to ikr-adet
     move w-kr-masraf-yeri (w-kr-ix) to ikr-masraf-yeri
     move "gecedrv" to lk-kllnc
     perform siparis-yaz
     add 1 to lk-sayi
     .

*> ayni rezervasyona ayni ikram (iptal disinda) zaten acilmis mi
 siparis-var-mi.
     move "H" to w-bulundu
     move rez-no  to iks-rez-no
     move ikk-kod to iks-ikram-kod
     start ikrsip key is = iks-rez-anah
           invalid move "10" to fs-ikrsip
     end-start
     perform var-satiri
             until fs-ikrsip = "10" or w-bulundu = "E"
     move "00" to fs-ikrsip
     .

 var-satiri.
     read ikrsip next record
          at end move "10" to fs-ikrsip
     end-read
     if fs-ikrsip not = "00" and fs-ikrsip not = "02"
        move "10" to fs-ikrsip
     end-if
     if fs-ikrsip = "10"
        exit paragraph
     end-if
     if iks-rez-no not = rez-no or iks-ikram-kod not = ikk-kod
        move "10" to fs-ikrsip
        exit paragraph
     end-if
     if not iks-iptal
        move "E" to w-bulundu
     end-if
     .

*> ---------------------------------------------------------------
*> teslim listesi
*> ---------------------------------------------------------------
 teslim-listesi.
     move 0 to w-lst-sayisi w-onaysiz
     open output ikram-rapor
     move spaces to ikram-rapor-satir
     string "IKRAM TESLIM LISTESI - " w-liste-tarih
            "   (" w-bugun ")"
            delimited by size into ikram-rapor-satir
     write ikram-rapor-satir
     move spaces to ikram-rapor-satir
     string "B ODA  SIPARIS  MISAFIR                        "
            " IKRAM                          ADET NOT"
            delimited by size into ikram-rapor-satir
     write ikram-rapor-satir
     move all "-" to ikram-rapor-satir
     write ikram-rapor-satir
     move w-liste-tarih to iks-tarih
     start ikrsip key is not less than iks-tarih
           invalid move "10" to fs-ikrsip
     end-start
     perform liste-topla
             until fs-ikrsip = "10"
     move "00" to fs-ikrsip
     perform liste-yaz
             varying w-lst-ix from 1 by 1
             until w-lst-ix > w-lst-sayisi
     move w-lst-sayisi to lk-sayi
*>   bugunun onay verilmemis siparisleri
     if w-liste-tarih > w-bugun
        move spaces to ikram-rapor-satir
        write ikram-rapor-satir
        move "BUGUN TESLIM ONAYI VERILMEMIS SIPARISLER"
             to ikram-rapor-satir
        write ikram-rapor-satir
        move all "-" to ikram-rapor-satir
        write ikram-rapor-satir
        move w-bugun to iks-tarih
        start ikrsip key is not less than iks-tarih
              invalid move "10" to fs-ikrsip
        end-start
        perform onaysiz-satiri
                until fs-ikrsip = "10"
        move "00" to fs-ikrsip
        move w-onaysiz to w-sayi-ed
        move spaces to ikram-rapor-satir
        string "ONAYSIZ SIPARIS " w-sayi-ed
               delimited by size into ikram-rapor-satir
        write ikram-rapor-satir
     end-if
     close ikram-rapor
     .

 liste-topla.
     read ikrsip next record
          at end move "10" to fs-ikrsip
     end-read
     if fs-ikrsip not = "00" and fs-ikrsip not = "02"
        move "10" to fs-ikrsip
     end-if
     if fs-ikrsip = "10"
        exit paragraph
     end-if
     if iks-tarih not = w-liste-tarih
        move "10" to fs-ikrsip
        exit paragraph
     end-if
     if iks-iptal
        exit paragraph
     end-if
     move iks-teslim-birimi to w-yeni-birim
     move iks-odano to w-yeni-oda
     move iks-rez-no to rez-no
     read rez
          not invalid
              if rez-odano not = spaces
                 move rez-odano to w-yeni-oda
              end-if
     end-read
     move iks-no to w-yeni-no
     perform listeye-ekle
     .

*> birim + oda sirasina gore yerine yerlestirme
 listeye-ekle.
     if w-lst-sayisi >= 1000
        exit paragraph
     end-if
     move 1 to w-lst-yer
     perform yer-ara
             until w-lst-yer > w-lst-sayisi
                or w-lst-anah (w-lst-yer) > w-yeni-anah
     add 1 to w-lst-sayisi
     perform satir-kaydir
             varying w-lst-ix from w-lst-sayisi by -1
             until w-lst-ix <= w-lst-yer
     move w-lst-yeni to w-lst-satir (w-lst-yer)
     .

 yer-ara.
     add 1 to w-lst-yer
     .

 satir-kaydir.
     move w-lst-satir (w-lst-ix - 1) to w-lst-satir (w-lst-ix)
     .

 liste-yaz.
     move w-lst-no (w-lst-ix) to iks-no
     read ikrsip
          invalid exit paragraph
     end-read
     move iks-ikram-kod to ikk-kod
     read ikrkat
          invalid move spaces to ikk-adi
     end-read
     move spaces to ikram-rapor-satir
     string w-lst-birim (w-lst-ix) " " w-lst-oda (w-lst-ix) " "
            iks-no " " iks-adi (1:30) " " ikk-adi " " iks-adet
            "   " iks-durum " " iks-not
            delimited by size into ikram-rapor-satir
     write ikram-rapor-satir
     .

 onaysiz-satiri.
     read ikrsip next record
          at end move "10" to fs-ikrsip
     end-read
     if fs-ikrsip not = "00" and fs-ikrsip not = "02"
        move "10" to fs-ikrsip
     end-if
     if fs-ikrsip = "10"
        exit paragraph
     end-if
     if iks-tarih not = w-bugun
        move "10" to fs-ikrsip
        exit paragraph
     end-if
     if not iks-bekliyor
        exit paragraph
     end-if
     add 1 to w-onaysiz
     move spaces to ikram-rapor-satir
     string iks-teslim-birimi " " iks-odano " " iks-no " "
            iks-adi (1:30) " " iks-ikram-kod " " iks-adet
            delimited by size into ikram-rapor-satir
     write ikram-rapor-satir
     .

*> ---------------------------------------------------------------
*> aylik maliyet raporu
*> ---------------------------------------------------------------
 aylik-rapor.
     if lk-yil = 0 or lk-ay = 0
        if w-bugun-ay = 1
           compute lk-yil = w-bugun-yil - 1
           move 12 to lk-ay
        else
           move w-bugun-yil to lk-yil
           compute lk-ay = w-bugun-ay - 1
        end-if
     end-if
     compute w-ay-bas = lk-yil * 10000 + lk-ay * 100 + 1
     compute w-ay-bit = lk-yil * 10000 + lk-ay * 100 + 31
     initialize w-masraflar
     move 0 to w-ms-sayisi w-genel-tutar
     move w-ay-bas to iks-tarih
     start ikrsip key is not less than iks-tarih
           invalid move "10" to fs-ikrsip
     end-start
     perform maliyet-satiri
             until fs-ikrsip = "10"
     move "00" to fs-ikrsip
     move "ikramay.txt" to ikram-rapor-dosya
     open output ikram-rapor
     move spaces to ikram-rapor-satir
     string "IKRAM MALIYETI - MASRAF YERI / KALEM  " lk-yil "/" lk-ay
            delimited by size into ikram-rapor-satir
     write ikram-rapor-satir
     move all "-" to ikram-rapor-satir
     write ikram-rapor-satir
     perform masraf-yaz
             varying w-ms-ix from 1 by 1
             until w-ms-ix > w-ms-sayisi
     move w-genel-tutar to w-tutar-ed
     move spaces to ikram-rapor-satir
     string "TOPLAM                        " w-tutar-ed
            delimited by size into ikram-rapor-satir
     write ikram-rapor-satir
     close ikram-rapor
     move "ikram.txt" to ikram-rapor-dosya
     .

 maliyet-satiri.
     read ikrsip next record
          at end move "10" to fs-ikrsip
     end-read
     if fs-ikrsip not = "00" and fs-ikrsip not = "02"
        move "10" to fs-ikrsip
     end-if
     if fs-ikrsip = "10"
        exit paragraph
     end-if
     if iks-tarih > w-ay-bit
        move "10" to fs-ikrsip
        exit paragraph
     end-if
     if not iks-teslim-edildi
        exit paragraph
     end-if
     move "H" to w-bulundu
     perform masraf-ara
             varying w-ms-ix from 1 by 1
             until w-ms-ix > w-ms-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-ms-ix
     else
        if w-ms-sayisi >= 100
           exit paragraph
        end-if
        add 1 to w-ms-sayisi
        move w-ms-sayisi     to w-ms-ix
        move iks-masraf-yeri to w-ms-yer (w-ms-ix)
        move iks-ikram-kod   to w-ms-kod (w-ms-ix)
     end-if
     add iks-adet    to w-ms-adet (w-ms-ix)
     add iks-maliyet to w-ms-tutar (w-ms-ix)
     add iks-maliyet to w-genel-tutar
     .

 masraf-ara.
     if w-ms-yer (w-ms-ix) = iks-masraf-yeri
     and w-ms-kod (w-ms-ix) = iks-ikram-kod
        move "E" to w-bulundu
     end-if
     .

 masraf-yaz.
     move w-ms-kod (w-ms-ix) to ikk-kod
     read ikrkat
          invalid move spaces to ikk-adi
     end-read
     move w-ms-adet (w-ms-ix)  to w-sayi-ed
     move w-ms-tutar (w-ms-ix) to w-tutar-ed
     move spaces to ikram-rapor-satir
     string w-ms-yer (w-ms-ix) " " w-ms-kod (w-ms-ix) " " ikk-adi
            " " w-sayi-ed " " w-tutar-ed
            delimited by size into ikram-rapor-satir
     write ikram-rapor-satir
     .
