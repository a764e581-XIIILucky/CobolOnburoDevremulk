*> merkcari.cbl
*> MERKEZ tesisleri arasi harcama aktarimi ve sirketler arasi
*> mahsup. Bir tesisin misafiri kardes tesiste yiyip spa
*> kullandiginda harcama nakit alinip ya da kagida yazilip e-posta
*> ile gonderiliyordu. merkrez gibi merkezi dosyalar uzerinden
*> calisir; yerel tesis kodu lk-yerel-tesis bos ise merkrez.prm'in
*> ilk satirindan (3 hane) okunur:
*>   - lk-mod-yayinla: yerel tesisin evdeki misafirleri (acik folio,
*>     oda, ad, kredi bayragi) MRKEVDE merkezi evdeki endeksine
*>     yazilir; tesisin eski satirlari once silinir. Kredi bayragi
*>     lapisint'teki gibidir: limittar folioyu ORTA/AGIR
*>     derecelediyse kardes tesis odaya yazdiramaz,
*>   - lk-mod-sorgula: kardes tesisin outlet'i hedef tesis + oda
*>     ile misafiri bulur (birden cok folio varsa lk-rez-no ile
*>     secilir); ad ve folio doner,
*>   - lk-mod-postala: sorgudaki misafir icin MRKCARI merkezi
*>     harcama kaydi "bekliyor" acilir; yerel (harcamanin yapildigi)
*>     tesisin muhasebe koprusune sirketler arasi alacak satiri
*>     yazilir,
*>   - lk-mod-isle: hedefi yerel tesis olan bekleyen harcamalar
*>     misafirin folyosuna lapisint'teki posting yoluyla CAST-log'a
*>     islenir (rate-kodu "MRKCARI", break-kodu "MRK"+kaynak tesis,
*>     malzeme kodu kardes tesisin gonderdigi kod); muhasebe
*>     koprusune sirketler arasi borc satiri yazilir. Folio artik
*>     acik degilse kayit reddedilir; kaynak tesis kendi isle
*>     akisinda reddi gorur ve alacagini ters kayitla kapatir.
*>     Cikis ekrani folio kapanmadan once bu modu cagirir,
*>   - lk-mod-ekstre: secilen ayin (lk-yil/lk-ay; 0 ise bir onceki
*>     ay) islenmis harcamalari karsi tesis bazinda alacak / borc
*>     olarak toplanir ve mahsup edilir (merkekst.txt); yerel
*>     tesisin net alacakli oldugu her karsi tesis icin mahsup
*>     faturasi merkfat.txt'ye basilir ve koprude fatura satiri
*>     olusur. Her tesis kendi ekstresini alir; borclu taraf
*>     faturayi karsidan alir,
*>   - lk-mod-gece (gecedrv varsayilani): yayinla + isle; ayin ilk
*>     gecesi bir onceki ayin ekstresi de alinir.
*> Muhasebe koprusu merkcari.muh devir dosyasidir (bkz.
*> kasavans.cbl); satir:
*>   MRKCARI tarih ref-no tip karsi-tesis outlet malzeme tutar
*>   (tip A alacak, B borc, T reddedilen alacagin ters kaydi,
*>    F mahsup faturasi - ref-no yerine fatura numarasi)
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. merkcari.
environment division.
input-output section.
file-control.
     copy "rez.sel.cpy".

     copy "castlog.sel.cpy".

     select tahkuyr assign to random
            tahkuyr-dosya
            organization indexed
            access mode is dynamic
            record key is tah-anah
            file status is fs-tahkuyr.

     select mrkevde assign to random
            mrkevde-dosya
            organization indexed
            access mode is dynamic
            record key is mev-anah
            file status is fs-mrkevde.

     select mrkcari assign to random
            mrkcari-dosya
            organization indexed
            access mode is dynamic
            record key is mcr-ref-no
            file status is fs-mrkcari.

     select merkrez-param assign to random
            merkrez-param-dosya
            organization line sequential
            file status is fs-param.

     select merkcari-rapor assign to random
            merkcari-rapor-dosya
            organization line sequential.

     select merkcari-fatura assign to random
            merkcari-fatura-dosya
            organization line sequential.

     select merkcari-devir assign to random
            merkcari-devir-dosya
            organization line sequential
            file status is fs-devir.

data division.
file section.
 copy "rez.lib.cpy".

 copy "castlog.lib.cpy".

*> limittar'in tahsilat kuyrugu (duzen limittar.cbl ile aynidir)
fd  tahkuyr.
01  tah-rec.
    02  tah-anah.
        03  tah-tarih            pic 9(08).
        03  tah-folio            pic 9(08).
    02  tah-oda-no               pic x(04).
    02  tah-bakiye               pic s9(10)v99 comp-3.
    02  tah-limit                pic 9(10)v99 comp-3.
    02  tah-derece               pic 9(01).
    02  tah-islendi              pic x(01).

*> merkezi evdeki misafir endeksi
fd  mrkevde.
01  mev-rec.
    02  mev-anah.
        03  mev-tesis            pic x(03).
        03  mev-odano            pic x(04).
        03  mev-rez-no           pic 9(08).
    02  mev-adi                  pic x(20).
    02  mev-soyadi               pic x(20).
    02  mev-gir-tar              pic 9(08).
    02  mev-cik-tar              pic 9(08).
    02  mev-kredi                pic x(01).
    02  mev-yayin-tarihi         pic 9(08).

*> merkezi tesisler arasi harcama kaydi
fd  mrkcari.
01  mcr-rec.
    02  mcr-ref-no               pic 9(08).
*>   harcamanin yapildigi tesis (alacakli)
    02  mcr-kaynak-tesis         pic x(03).
*>   misafirin konakladigi tesis (borclu)
    02  mcr-hedef-tesis          pic x(03).
    02  mcr-tarih                pic 9(08).
    02  mcr-outlet               pic x(08).
    02  mcr-malzeme              pic x(03).
    02  mcr-aciklama             pic x(30).
    02  mcr-tutar                pic 9(09)v99.
    02  mcr-rez-no               pic 9(08).
    02  mcr-odano                pic x(04).
    02  mcr-adi                  pic x(20).
    02  mcr-soyadi               pic x(20).
    02  mcr-kayit-kllnc          pic x(10).
    02  mcr-durum                pic x(01).
        88  mcr-bekliyor             value "B".
        88  mcr-islendi              value "I".
        88  mcr-reddedildi           value "R".
    02  mcr-red-nedeni           pic x(04).
    02  mcr-isleme-tarihi        pic 9(08).
    02  mcr-hedef-fis            pic 9(10).
*>   reddedilen alacagin kaynak tesiste ters kaydi yapildi mi
    02  mcr-ters-kayit           pic x(01).

fd  merkrez-param.
01  param-satir                  pic x(80).

fd  merkcari-rapor.
01  merkcari-rapor-satir         pic x(132).

fd  merkcari-fatura.
01  merkcari-fatura-satir        pic x(132).

fd  merkcari-devir.
01  merkcari-devir-satir         pic x(132).

working-storage section.
01  rez-dosya                    pic x(200) value "rez.dat".
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  tahkuyr-dosya                pic x(200) value "tahkuyr.dat".
01  mrkevde-dosya                pic x(200) value "mrkevde.dat".
01  mrkcari-dosya                pic x(200) value "mrkcari.dat".
01  merkrez-param-dosya          pic x(200) value "merkrez.prm".
01  merkcari-rapor-dosya         pic x(200).
01  merkcari-fatura-dosya        pic x(200) value "merkfat.txt".
01  merkcari-devir-dosya         pic x(200) value "merkcari.muh".
01  fs-rez                       pic xx.
01  fs-cast-log                  pic xx.
01  fs-tahkuyr                   pic xx.
01  w-tahkuyr-acik               pic x(01).
01  fs-mrkevde                   pic xx.
01  fs-mrkcari                   pic xx.
01  fs-param                     pic xx.
01  fs-devir                     pic xx.

01  w-bugun                      pic 9(08).
01  w-dun                        pic 9(08).
01  w-kredi                      pic x(01).
01  w-bulundu                    pic x(01).
01  w-red-neden                  pic x(04).
01  w-son-ref                    pic 9(08).
01  w-son-fis                    pic 9(10).
01  w-evdeki-sayisi              pic 9(05).
01  w-islenen-sayisi             pic 9(05).
01  w-red-sayisi                 pic 9(05).
01  w-ters-sayisi                pic 9(05).
01  w-devir-tip                  pic x(01).
01  w-karsi-tesis                pic x(03).
01  w-devir-ref                  pic x(15).
01  w-devir-outlet               pic x(08).
01  w-devir-malzeme              pic x(03).
01  w-devir-tutar                pic 9(11)v99.

*> ekstre donemi
01  w-yil                        pic 9(04).
01  w-ay                         pic 9(02).
01  w-donem                      pic 9(06).
01  w-ay-bas                     pic 9(08).
01  w-ay-son                     pic 9(08).

*> karsi tesis bazinda alacak / borc
01  w-krs-sayisi                 pic 9(02).
01  w-krs-tablosu.
    02  w-krs                    occurs 30 times.
        03  w-krs-tesis          pic x(03).
        03  w-krs-alacak         pic 9(11)v99.
        03  w-krs-alacak-adet    pic 9(05).
        03  w-krs-borc           pic 9(11)v99.
        03  w-krs-borc-adet      pic 9(05).
01  w-krs-ix                     pic 9(02).
01  w-net                        pic s9(11)v99.
01  w-fatura-no                  pic x(15).
01  w-fatura-sayisi              pic 9(03).

01  w-tutar-ed                   pic z(9)9,99-.
01  w-tutar-ed2                  pic z(9)9,99-.
01  w-tutar-ed3                  pic z(9)9,99-.
01  w-sayi-ed                    pic z(4)9.
01  w-sayi-ed2                   pic z(4)9.

*> gecedrv parametresiz cagirdiginda yayinla+isle (ayin ilk gecesi
*> ekstre de); yerel tesis merkrez.prm'den doldurulur
01  w-gece-link.
    02  filler                   pic x(01) value "G".
    02  filler                   pic x(10) value spaces.
    02  filler                   pic 9(08) value 0.
    02  filler                   pic x(81) value spaces.
    02  filler                   pic 9(09)v99 value 0.
    02  filler                   pic x(10) value spaces.
    02  filler                   pic 9(04) value 0.
    02  filler                   pic 9(02) value 0.
    02  filler                   pic 9(08) value 0.
    02  filler                   pic x(04) value spaces.
    02  filler                   pic x(01) value space.

linkage section.
01  merkcari-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-yayinla           value "Y".
        88  lk-mod-sorgula           value "S".
        88  lk-mod-postala           value "P".
        88  lk-mod-isle              value "I".
        88  lk-mod-ekstre            value "E".
        88  lk-mod-gece              value "G".
    02  lk-yerel-tesis           pic x(03).
*>   sorgula/postala: misafirin konakladigi tesis ve odasi
    02  lk-hedef-tesis           pic x(03).
    02  lk-odano                 pic x(04).
    02  lk-rez-no                pic 9(08).
    02  lk-adi                   pic x(20).
    02  lk-soyadi                pic x(20).
    02  lk-outlet                pic x(08).
    02  lk-malzeme               pic x(03).
    02  lk-aciklama              pic x(30).
    02  lk-tutar                 pic 9(09)v99.
    02  lk-kllnc                 pic x(10).
*>   ekstre donemi (0 ise bir onceki ay)
    02  lk-yil                   pic 9(04).
    02  lk-ay                    pic 9(02).
    02  lk-ref-no                pic 9(08).
*>   YOK misafir bulunamadi, KRDI odaya yazdirma kapali,
*>   TUTR tutar/outlet eksik, TESS yerel tesis bilinmiyor
    02  lk-red-nedeni            pic x(04).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional merkcari-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     if address of merkcari-link = null
        set address of merkcari-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code
     move spaces to lk-red-nedeni
     compute w-dun = function date-of-integer
             (function integer-of-date (w-bugun) - 1)
     if lk-yerel-tesis = spaces
        perform yerel-tesis-oku
     end-if
     if lk-yerel-tesis = spaces
        move "TESS" to lk-red-nedeni
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     open i-o mrkevde
     if fs-mrkevde = "35"
        close mrkevde
        open output mrkevde
        close mrkevde
        open i-o mrkevde
     end-if
     open i-o mrkcari
     if fs-mrkcari = "35"
        close mrkcari
        open output mrkcari
        close mrkcari
        open i-o mrkcari
     end-if
     if fs-mrkevde not = "00" or fs-mrkcari not = "00"
        close mrkevde mrkcari
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-yayinla perform evdeki-yayinla
        when lk-mod-sorgula perform misafir-sorgula
        when lk-mod-postala perform harcama-postala
        when lk-mod-isle    perform harcama-isle
        when lk-mod-ekstre  perform ekstre-bas
        when lk-mod-gece    perform gece-isle
        when other          set lk-sonuc-hata to true
     end-evaluate
     close mrkevde mrkcari
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

 yerel-tesis-oku.
     open input merkrez-param
     if fs-param = "00"
        read merkrez-param
             at end move "10" to fs-param
        end-read
        if fs-param = "00"
           move param-satir (1:3) to lk-yerel-tesis
        end-if
        close merkrez-param
     end-if
     .

*> gece adimi: yayinla + isle; ayin ilk gecesi gecen ayin ekstresi.
 gece-isle.
     perform evdeki-yayinla
     if not lk-sonuc-hata
        perform harcama-isle
     end-if
     if not lk-sonuc-hata
     and w-bugun (7:2) = "01"
        move 0 to lk-yil lk-ay
        perform ekstre-bas
     end-if
     .

*> ---------------------------------------------------------------
*> evdeki misafir endeksi
*> ---------------------------------------------------------------
 evdeki-yayinla.
     move lk-yerel-tesis to mev-tesis
     move low-values     to mev-odano
     move 0              to mev-rez-no
     start mrkevde key is not less than mev-anah
           invalid move "10" to fs-mrkevde
     end-start
     perform eski-evdeki-sil
             until fs-mrkevde = "10"
     move "00" to fs-mrkevde
     open input rez
     if fs-rez not = "00"
        close rez
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open input tahkuyr
     if fs-tahkuyr = "00"
        move "E" to w-tahkuyr-acik
     else
        move "H" to w-tahkuyr-acik
     end-if
     move 0 to w-evdeki-sayisi
     move low-values to rez-anah
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform evdeki-rez-satiri
             until fs-rez = "10"
     close rez
     if w-tahkuyr-acik = "E"
        close tahkuyr
     end-if
     .

 eski-evdeki-sil.
     read mrkevde next record
          at end move "10" to fs-mrkevde
     end-read
     if fs-mrkevde not = "00" and fs-mrkevde not = "02"
        move "10" to fs-mrkevde
     end-if
     if fs-mrkevde = "10"
        exit paragraph
     end-if
     if mev-tesis not = lk-yerel-tesis
        move "10" to fs-mrkevde
        exit paragraph
     end-if
     delete mrkevde record
            invalid continue
     end-delete
     .

 evdeki-rez-satiri.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez = "10"
        exit paragraph
     end-if
     perform folio-acik-mi
     if w-red-neden not = spaces
        exit paragraph
     end-if
     perform kredi-bayragi
     initialize mev-rec
     move lk-yerel-tesis to mev-tesis
     move rez-odano      to mev-odano
     move rez-no         to mev-rez-no
     move rez-adi        to mev-adi
     move rez-soyadi     to mev-soyadi
     move rez-gir-tar    to mev-gir-tar
     move rez-cik-tar    to mev-cik-tar
     move w-kredi        to mev-kredi
     move w-bugun        to mev-yayin-tarihi
     write mev-rec
           invalid rewrite mev-rec invalid continue end-rewrite
     end-write
     add 1 to w-evdeki-sayisi
     .

*> acik folio: REZ var, iptal degil, giris yapmis ve bugun evde
*> (lapisint'in folio dogrulamasi). Degilse w-red-neden dolar.
 folio-acik-mi.
     move spaces to w-red-neden
     if rez-iptal-oldu
     or rez-folio = 0
     or rez-gir-tar > w-bugun
     or rez-cik-tar < w-bugun
        move "KAPA" to w-red-neden
     end-if
     .

*> limittar bu gece (ya da dun gece) folioyu ORTA/AGIR derecelediyse
*> oda hesabina yazdirma kapalidir.
 kredi-bayragi.
     move "E" to w-kredi
     if w-tahkuyr-acik = "E"
        move w-bugun to tah-tarih
        move rez-no  to tah-folio
        read tahkuyr
             invalid
                 move w-dun  to tah-tarih
                 move rez-no to tah-folio
                 read tahkuyr
                      invalid move 0 to tah-derece
                 end-read
        end-read
        if tah-derece >= 2
           move "H" to w-kredi
        end-if
     end-if
     .

*> ---------------------------------------------------------------
*> kardes tesis outlet'i: misafir sorgusu ve harcama girisi
*> ---------------------------------------------------------------
 misafir-sorgula.
     move "H" to w-bulundu
     move lk-hedef-tesis to mev-tesis
     move lk-odano       to mev-odano
     move 0              to mev-rez-no
     start mrkevde key is not less than mev-anah
           invalid move "10" to fs-mrkevde
     end-start
     perform evdeki-ara
             until fs-mrkevde = "10" or w-bulundu = "E"
     move "00" to fs-mrkevde
     if w-bulundu not = "E"
        move "YOK " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move mev-rez-no to lk-rez-no
     move mev-adi    to lk-adi
     move mev-soyadi to lk-soyadi
     if mev-kredi = "H"
        move "KRDI" to lk-red-nedeni
        set lk-sonuc-hata to true
     end-if
     .

 evdeki-ara.
     read mrkevde next record
          at end move "10" to fs-mrkevde
     end-read
     if fs-mrkevde not = "00" and fs-mrkevde not = "02"
        move "10" to fs-mrkevde
     end-if
     if fs-mrkevde = "10"
        exit paragraph
     end-if
     if mev-tesis not = lk-hedef-tesis
     or mev-odano not = lk-odano
        move "10" to fs-mrkevde
        exit paragraph
     end-if
     if lk-rez-no = 0 or mev-rez-no = lk-rez-no
        move "E" to w-bulundu
     end-if
     .

 harcama-postala.
     if lk-tutar = 0 or lk-outlet = spaces or lk-malzeme = spaces
        move "TUTR" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform misafir-sorgula
     if lk-sonuc-hata
        exit paragraph
     end-if
     move 0 to w-son-ref
     move high-values to mcr-ref-no
     start mrkcari key is less than mcr-ref-no
           invalid continue
     end-start
     read mrkcari previous record
          at end continue
     end-read
     if fs-mrkcari = "00"
        move mcr-ref-no to w-son-ref
     end-if
     initialize mcr-rec
     add 1 to w-son-ref
     move w-son-ref      to mcr-ref-no
     move lk-yerel-tesis to mcr-kaynak-tesis
     move lk-hedef-tesis to mcr-hedef-tesis
     move w-bugun        to mcr-tarih
     move lk-outlet      to mcr-outlet
     move lk-malzeme     to mcr-malzeme
     move lk-aciklama    to mcr-aciklama
     move lk-tutar       to mcr-tutar
     move lk-rez-no      to mcr-rez-no
     move lk-odano       to mcr-odano
     move lk-adi         to mcr-adi
     move lk-soyadi      to mcr-soyadi
     move lk-kllnc       to mcr-kayit-kllnc
     set mcr-bekliyor to true
     write mcr-rec
           invalid set lk-sonuc-hata to true
                   exit paragraph
     end-write
     move w-son-ref to lk-ref-no
     perform devir-ac
     move "A" to w-devir-tip
     move mcr-hedef-tesis to w-karsi-tesis
     move mcr-ref-no to w-devir-ref
     perform devir-cari-satiri
     close merkcari-devir
     .

*> ---------------------------------------------------------------
*> yerel tesise gelen harcamalarin folyoya islenmesi
*> ---------------------------------------------------------------
 harcama-isle.
     move 0 to w-islenen-sayisi w-red-sayisi w-ters-sayisi
     open input rez
     open i-o cast-log
     if fs-rez not = "00" or fs-cast-log not = "00"
        close rez cast-log
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move "merkcari.txt" to merkcari-rapor-dosya
     open output merkcari-rapor
     perform devir-ac
     move spaces to merkcari-rapor-satir
     string "KARDES TESIS HARCAMALARI - ISLEME " w-bugun
            "  TESIS " lk-yerel-tesis
            delimited by size into merkcari-rapor-satir
     write merkcari-rapor-satir
     move all "-" to merkcari-rapor-satir
     write merkcari-rapor-satir
     perform son-fis-bul
     move low-values to mcr-ref-no
     start mrkcari key is not less than mcr-ref-no
           invalid move "10" to fs-mrkcari
     end-start
     perform cari-satiri
             until fs-mrkcari = "10"
     move "00" to fs-mrkcari
     move all "-" to merkcari-rapor-satir
     write merkcari-rapor-satir
     move spaces to merkcari-rapor-satir
     string "ISLENEN " w-islenen-sayisi "  REDDEDILEN " w-red-sayisi
            "  TERS KAYIT " w-ters-sayisi
            delimited by size into merkcari-rapor-satir
     write merkcari-rapor-satir
     close rez cast-log merkcari-rapor merkcari-devir
     .

 son-fis-bul.
     move 0 to w-son-fis
     move high-values to cast-log-fis
     start cast-log key is less than cast-log-fis
           invalid continue
     end-start
     read cast-log previous record
          at end continue
     end-read
     if fs-cast-log = "00"
        move cast-log-fis to w-son-fis
     end-if
     .

 cari-satiri.
     read mrkcari next record
          at end move "10" to fs-mrkcari
     end-read
     if fs-mrkcari not = "00" and fs-mrkcari not = "02"
        move "10" to fs-mrkcari
     end-if
     if fs-mrkcari = "10"
        exit paragraph
     end-if
     evaluate true
        when mcr-bekliyor and mcr-hedef-tesis = lk-yerel-tesis
             perform harcama-folyoya
        when mcr-reddedildi and mcr-kaynak-tesis = lk-yerel-tesis
         and mcr-ters-kayit not = "E"
             perform alacak-ters-kayit
     end-evaluate
     .

 harcama-folyoya.
     move spaces to w-red-neden
     move mcr-rez-no to rez-no
     read rez
          invalid move "YOK " to w-red-neden
          not invalid perform folio-acik-mi
     end-read
     if w-red-neden = spaces
        initialize cast-log-rec
        move w-bugun        to cast-log-tarih
        move rez-no         to cast-log-rez-no
        move rez-odano      to cast-log-oda-no
        move mcr-tutar      to cast-log-fiyati
        move mcr-malzeme    to cast-log-br-malzeme-kodu (1)
        move mcr-tutar      to cast-log-br-malzeme-tut (1)
        move "MRKCARI"      to cast-log-rate-kodu
        move spaces         to cast-log-break-kodu
        string "MRK" mcr-kaynak-tesis
               delimited by size into cast-log-break-kodu
        add 1 to w-son-fis
        move w-son-fis to cast-log-fis
        write cast-log-rec
              invalid move "BOZK" to w-red-neden
        end-write
     end-if
     move w-bugun to mcr-isleme-tarihi
     if w-red-neden = spaces
        set mcr-islendi to true
        move w-son-fis to mcr-hedef-fis
        add 1 to w-islenen-sayisi
        move "B" to w-devir-tip
        move mcr-kaynak-tesis to w-karsi-tesis
        move mcr-ref-no to w-devir-ref
        perform devir-cari-satiri
     else
        set mcr-reddedildi to true
        move w-red-neden to mcr-red-nedeni
        add 1 to w-red-sayisi
     end-if
     rewrite mcr-rec
           invalid continue
     end-rewrite
     perform isleme-rapor-satiri
     .

*> kardes tesis folyoyu kapali buldu: yerel alacak ters kayitla
*> kapanir, tahsilat outlet'te ayrica yapilir.
 alacak-ters-kayit.
     move "T" to w-devir-tip
     move mcr-hedef-tesis to w-karsi-tesis
     move mcr-ref-no to w-devir-ref
     perform devir-cari-satiri
     move "E" to mcr-ters-kayit
     rewrite mcr-rec
           invalid continue
     end-rewrite
     add 1 to w-ters-sayisi
     move "TERS" to w-red-neden
     perform isleme-rapor-satiri
     .

 isleme-rapor-satiri.
     move mcr-tutar to w-tutar-ed
     move spaces to merkcari-rapor-satir
     string mcr-ref-no " " mcr-kaynak-tesis ">" mcr-hedef-tesis " "
            mcr-tarih " " mcr-outlet " " mcr-malzeme " "
            mcr-odano " " mcr-rez-no " " mcr-soyadi " " w-tutar-ed
            " " mcr-durum " " w-red-neden
            delimited by size into merkcari-rapor-satir
     write merkcari-rapor-satir
     .

*> ---------------------------------------------------------------
*> ay sonu sirketler arasi ekstre ve mahsup faturasi
*> ---------------------------------------------------------------
 ekstre-bas.
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
     move 0 to w-krs-sayisi w-fatura-sayisi
     initialize w-krs-tablosu
     move low-values to mcr-ref-no
     start mrkcari key is not less than mcr-ref-no
           invalid move "10" to fs-mrkcari
     end-start
     perform ekstre-satiri
             until fs-mrkcari = "10"
     move "00" to fs-mrkcari
     move "merkekst.txt" to merkcari-rapor-dosya
     open output merkcari-rapor
     open output merkcari-fatura
     perform devir-ac
     move spaces to merkcari-rapor-satir
     string "SIRKETLER ARASI EKSTRE - TESIS " lk-yerel-tesis
            "  DONEM " w-donem "  HAZIRLANMA " w-bugun
            delimited by size into merkcari-rapor-satir
     write merkcari-rapor-satir
     move spaces to merkcari-rapor-satir
     string "KARSI TESIS  ADET       ALACAGIMIZ  ADET        "
            "BORCUMUZ         NET (+ ALACAK)"
            delimited by size into merkcari-rapor-satir
     write merkcari-rapor-satir
     move all "-" to merkcari-rapor-satir
     write merkcari-rapor-satir
     perform karsi-tesis-mahsup
             varying w-krs-ix from 1 by 1
             until w-krs-ix > w-krs-sayisi
     move all "-" to merkcari-rapor-satir
     write merkcari-rapor-satir
     move w-fatura-sayisi to w-sayi-ed
     move spaces to merkcari-rapor-satir
     string "KESILEN MAHSUP FATURASI: " w-sayi-ed
            delimited by size into merkcari-rapor-satir
     write merkcari-rapor-satir
     close merkcari-rapor merkcari-fatura merkcari-devir
     .

 ekstre-satiri.
     read mrkcari next record
          at end move "10" to fs-mrkcari
     end-read
     if fs-mrkcari not = "00" and fs-mrkcari not = "02"
        move "10" to fs-mrkcari
     end-if
     if fs-mrkcari = "10"
        exit paragraph
     end-if
     if not mcr-islendi
     or mcr-tarih < w-ay-bas or mcr-tarih > w-ay-son
        exit paragraph
     end-if
     evaluate true
        when mcr-kaynak-tesis = lk-yerel-tesis
             move mcr-hedef-tesis to w-karsi-tesis
             perform karsi-tesis-bul
             add mcr-tutar to w-krs-alacak (w-krs-ix)
             add 1 to w-krs-alacak-adet (w-krs-ix)
        when mcr-hedef-tesis = lk-yerel-tesis
             move mcr-kaynak-tesis to w-karsi-tesis
             perform karsi-tesis-bul
             add mcr-tutar to w-krs-borc (w-krs-ix)
             add 1 to w-krs-borc-adet (w-krs-ix)
     end-evaluate
     .

 karsi-tesis-bul.
     move "H" to w-bulundu
     perform karsi-tesis-ara
             varying w-krs-ix from 1 by 1
             until w-krs-ix > w-krs-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-krs-ix
     else
        if w-krs-sayisi >= 30
           move 30 to w-krs-ix
        else
           add 1 to w-krs-sayisi
           move w-krs-sayisi to w-krs-ix
           move w-karsi-tesis to w-krs-tesis (w-krs-ix)
        end-if
     end-if
     .

 karsi-tesis-ara.
     if w-krs-tesis (w-krs-ix) = w-karsi-tesis
        move "E" to w-bulundu
     end-if
     .

 karsi-tesis-mahsup.
     compute w-net = w-krs-alacak (w-krs-ix) - w-krs-borc (w-krs-ix)
     move w-krs-alacak-adet (w-krs-ix) to w-sayi-ed
     move w-krs-borc-adet (w-krs-ix) to w-sayi-ed2
     move w-krs-alacak (w-krs-ix) to w-tutar-ed
     move w-krs-borc (w-krs-ix) to w-tutar-ed2
     move w-net to w-tutar-ed3
     move spaces to merkcari-rapor-satir
     string "   " w-krs-tesis (w-krs-ix) "     " w-sayi-ed " "
            w-tutar-ed "  " w-sayi-ed2 " " w-tutar-ed2 "    "
            w-tutar-ed3
            delimited by size into merkcari-rapor-satir
     write merkcari-rapor-satir
     if w-net > 0
        perform mahsup-faturasi
     end-if
     .

*> yerel tesis net alacakli: karsi tesise mahsup faturasi
 mahsup-faturasi.
     add 1 to w-fatura-sayisi
     move spaces to w-fatura-no
     string "MC" lk-yerel-tesis w-krs-tesis (w-krs-ix) w-donem
            delimited by size into w-fatura-no
     move all "=" to merkcari-fatura-satir
     write merkcari-fatura-satir
     move spaces to merkcari-fatura-satir
     string "SIRKETLER ARASI MAHSUP FATURASI   NO: " w-fatura-no
            "   TARIH: " w-bugun
            delimited by size into merkcari-fatura-satir
     write merkcari-fatura-satir
     move spaces to merkcari-fatura-satir
     string "DUZENLEYEN TESIS: " lk-yerel-tesis
            "   ALICI TESIS: " w-krs-tesis (w-krs-ix)
            "   DONEM: " w-donem
            delimited by size into merkcari-fatura-satir
     write merkcari-fatura-satir
     move spaces to merkcari-fatura-satir
     write merkcari-fatura-satir
     move spaces to merkcari-fatura-satir
     string "  MISAFIRINIZE VERILEN HIZMETLER ("
            w-sayi-ed " ISLEM)           " w-tutar-ed
            delimited by size into merkcari-fatura-satir
     write merkcari-fatura-satir
     move spaces to merkcari-fatura-satir
     string "  MAHSUP: MISAFIRIMIZE VERDIGINIZ HIZMETLER ("
            w-sayi-ed2 " ISLEM)" w-tutar-ed2
            delimited by size into merkcari-fatura-satir
     write merkcari-fatura-satir
     move spaces to merkcari-fatura-satir
     string "  ODENECEK NET TUTAR                              "
            w-tutar-ed3
            delimited by size into merkcari-fatura-satir
     write merkcari-fatura-satir
     move "F" to w-devir-tip
     move w-krs-tesis (w-krs-ix) to w-karsi-tesis
     move w-fatura-no to w-devir-ref
     move spaces to w-devir-outlet w-devir-malzeme
     move w-net to w-devir-tutar
     perform devir-satiri-yaz
     .

*> ---------------------------------------------------------------
*> muhasebe koprusu
*> ---------------------------------------------------------------
*> devir dosyasi birikir; muhasebe modulu aktarimda bosaltir
 devir-ac.
     open extend merkcari-devir
     if fs-devir = "35"
        open output merkcari-devir
     end-if
     .

 devir-cari-satiri.
     move mcr-outlet  to w-devir-outlet
     move mcr-malzeme to w-devir-malzeme
     move mcr-tutar   to w-devir-tutar
     perform devir-satiri-yaz
     .

 devir-satiri-yaz.
     move w-devir-tutar to w-tutar-ed
     move spaces to merkcari-devir-satir
     string "MRKCARI " w-bugun " " w-devir-ref " " w-devir-tip " "
            w-karsi-tesis " " w-devir-outlet " " w-devir-malzeme " "
            w-tutar-ed
            delimited by size into merkcari-devir-satir
     write merkcari-devir-satir
     .
