*> sejcek.cbl
*> Gozetimsiz Sejour/Paximum rezervasyon cekimi. sejkar.cbl'in
*> servis yapilari (receivelist/confirmelist, SendConfirmationlist)
*> yalniz ekrandan calisiyor; operator rezervasyonlari birisi
*> ekran basinda oturup cekmedikce gelmiyor, hafta sonu gelen
*> degisiklik ve iptaller pazartesiye kadar kaciriliyordu. Bu
*> program gece sirasinin ilk adimi olarak ve gun ici
*> zamanlayicidan calisir:
*>   - lk-mod-cek: sejcek.prm 1. satirindaki cekme komutu (Paximum
*>     baglayicisi) SYSTEM ile calistirilir; baglayici yeni,
*>     degisen ve iptal edilen rezervasyonlari sejgel.dat'a yazar
*>     (satir duzeni asagida). Her satir SEJKKOD eslemesinden
*>     gecirilir (tip "A" acenta/tur operatoru, "O" oda tipi, "P"
*>     pansiyon, "U" uyruk - sejkar'in Board/RoomType tanimlarinin
*>     yanina uyruk satirlari eklenir); REZ, SEJREZ voucher
*>     indeksiyle (acenta + voucher) bulunur:
*>       Y yeni     -> REZ acilir,
*>       D degisiklik -> tarih/kisi/oda tipi/pansiyon/isim guncellenir
*>                    (voucher bilinmiyorsa yeni kayit acilir),
*>       I iptal    -> REZ iptal edilir (sil-sebeb "SJ").
*>     Islenen her satir icin sejonay.dat'a REZ no ve oda no ile
*>     onay satiri yazilir; dosya sejcek.prm 2. satirindaki gonderme
*>     komutuyla operatore geri gonderilir. Ayni logid ikinci kez
*>     gelirse (baglayici tekrar gonderdi) satir atlanir,
*>   - eslenemeyen satir (bilinmeyen oda tipi, pansiyon, uyruk,
*>     acenta; bilinmeyen voucher'a iptal; giris yapmis misafire
*>     degisiklik/iptal) islenmez, ham satiriyla SEJIST istisna
*>     kuyruguna girer ve rezervasyon masasina (sejcek.prm 3.
*>     satiri) KULMES mesaji duser,
*>   - lk-mod-tekrar: masa SEJKKOD eslemesini tamamladiktan sonra
*>     bekleyen istisnalar ayni kurallarla yeniden denenir; basarili
*>     olan "C" cozuldu isaretlenir,
*>   - lk-mod-vazgec: masa istisnayi islemeden kapatir (elle
*>     girildi vb.),
*>   - lk-mod-indeks: ilk kurulumda SEJREZ, REZ'deki voucher'li
*>     kayitlardan (SEJKKOD'da tanimli acentalar) bir kez kurulur.
*> Cekme komutu basarisizsa gece sirasi durdurulmaz (baglayici
*> arizasi night audit'i engellememeli); arabirim nabzi verilmez,
*> arabekci SEJOUR arabirimini bayatlama sinirinda kirmiziya ceker.
*> sejgel.dat satir duzeni (sabit kolon):
*>   1 islem (Y/D/I), 3-12 logid, 14-33 voucher, 35-44 tur operatoru,
*>   46-53 giris (yyyyaagg), 55-62 cikis, 64-73 oda tipi (RoomTypeId),
*>   75-84 pansiyon (Board), 86-87 yetiskin, 89-90 cocuk, 92 bebek,
*>   94-96 uyruk, 98-117 ad, 119-138 soyad, 140-151 satis fiyati
*>   (10 tam + 2 ondalik), 152 balayi (HoneyMoon: E evet; bos ise
*>   rezervasyondaki kutlama bilgisine dokunulmaz), 153-302 KeyField.
*> sejonay.dat satir duzeni: 1-150 KeyField, 152 durum (K kabul /
*>   I iptal kabul), 154-161 REZ no, 163-166 oda no, 168-187 voucher.
*> Dokum sejcek.txt'ye yazilir.
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. sejcek.
environment division.
input-output section.
file-control.
     copy "rez.sel.cpy".

     copy "sejrez.sel.cpy".

     copy "sejist.sel.cpy".

     copy "kulmes.sel.cpy".

     select sejkkod assign to random
            sejkkod-dosya
            organization indexed
            access mode is dynamic
            record key is sejkkod-anah
            file status is fs-sejkkod.

     select sejgel assign to random
            sejgel-dosya
            organization line sequential
            file status is fs-sejgel.

     select sejonay assign to random
            sejonay-dosya
            organization line sequential
            file status is fs-sejonay.

     select sejcek-param assign to random
            sejcek-param-dosya
            organization line sequential
            file status is fs-param.

     select sejcek-rapor assign to random
            sejcek-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "rez.lib.cpy".

 copy "sejrez.lib.cpy".

 copy "sejist.lib.cpy".

 copy "kulmes.lib.cpy".

*> Sejour kodu -> otel kodu eslemesi (sejkar ekraninda bakilir)
fd  sejkkod.
01  sejkkod-rec.
    02  sejkkod-anah.
        03  sejkkod-tipi         pic x(01).
        03  sejkkod-sejour-kodu  pic x(20).
    02  sejkkod-otel-kodu        pic x(10).
    02  sejkkod-aciklama         pic x(50).

fd  sejgel.
01  sejgel-satir                 pic x(302).

fd  sejonay.
01  sejonay-satir                pic x(187).

fd  sejcek-param.
01  param-satir                  pic x(120).

fd  sejcek-rapor.
01  sejcek-rapor-satir           pic x(132).

working-storage section.
01  rez-dosya                    pic x(200) value "rez.dat".
01  sejrez-dosya                 pic x(200) value "sejrez.dat".
01  sejist-dosya                 pic x(200) value "sejist.dat".
01  kulmes-dosya                 pic x(200) value "kulmes.dat".
01  sejkkod-dosya                pic x(200) value "sejkkod.dat".
01  sejgel-dosya                 pic x(200) value "sejgel.dat".
01  sejonay-dosya                pic x(200) value "sejonay.dat".
01  sejcek-param-dosya           pic x(200) value "sejcek.prm".
01  sejcek-rapor-dosya           pic x(200) value "sejcek.txt".
01  fs-rez                       pic xx.
01  fs-sejrez                    pic xx.
01  fs-sejist                    pic xx.
01  fs-kulmes                    pic xx.
01  fs-sejkkod                   pic xx.
01  fs-sejgel                    pic xx.
01  fs-sejonay                   pic xx.
01  fs-param                     pic xx.

01  w-bugun                      pic 9(08).
01  w-simdi                      pic 9(06).

*> sejcek.prm: baglayici komutlari ve rezervasyon masasi kullanicisi
01  w-cek-komut                  pic x(120).
01  w-gonder-komut               pic x(120).
01  w-masa-kllnc                 pic x(10).
01  w-komut-sonuc                pic s9(09) comp-5.
01  w-cekim-tamam                pic x(01).
01  w-sejkkod-acik               pic x(01).

01  w-nabiz-link.
    02  wnb-mod                  pic x(01).
    02  wnb-arayuz-kodu          pic x(08).
    02  wnb-aciklama             pic x(30).
    02  wnb-bayat-sinir          pic 9(05).
    02  wnb-sorumlu-kllnc        pic x(10).
    02  wnb-sorumlu-mail         pic x(60).
    02  wnb-kirmizi-sayisi       pic 9(03).
    02  wnb-sonuc                pic x(01).

*> cozulmus gelen satir
01  w-satir                      pic x(302).
01  w-gelen.
    02  w-gelen-islem            pic x(01).
        88  w-gelen-yeni             value "Y".
        88  w-gelen-degisiklik       value "D".
        88  w-gelen-iptal            value "I".
    02  w-gelen-logid            pic 9(10).
    02  w-gelen-voucher          pic x(20).
    02  w-gelen-operator         pic x(10).
    02  w-gelen-gir-tar          pic 9(08).
    02  w-gelen-cik-tar          pic 9(08).
    02  w-gelen-oda-tipi         pic x(10).
    02  w-gelen-pansiyon         pic x(10).
    02  w-gelen-buyuk            pic 9(02).
    02  w-gelen-kucuk            pic 9(02).
    02  w-gelen-bebek            pic 9(01).
    02  w-gelen-uyruk            pic x(03).
    02  w-gelen-adi              pic x(20).
    02  w-gelen-soyadi           pic x(20).
    02  w-gelen-fiyat            pic 9(10)v99.
    02  w-gelen-keyfield         pic x(150).
    02  w-gelen-balayi           pic x(01).

*> eslenmis otel kodlari
01  w-acenta                     pic x(04).
01  w-oda-tipi                   pic x(02).
01  w-pan-tipi                   pic x(02).
01  w-ulke                       pic x(03).

*> satir sonucu: K kabul, I iptal kabul, A atlandi (tekrar logid),
*> R istisna
01  w-satir-sonucu               pic x(01).
01  w-neden                      pic x(04).
01  w-neden-aciklama             pic x(40).
01  w-tekrar-mi                  pic x(01).
01  w-son-rez-no                 pic 9(08).
01  w-ist-sira                   pic 9(05).
01  w-kulmes-sira                pic 9(06).

*> indeks kurulumunda Sejour'dan gelen acentalar (SEJKKOD "A")
01  w-acenta-tablosu.
    02  w-acenta-kod occurs 200 times pic x(04).
01  w-acenta-sayisi              pic 9(03).
01  w-acenta-ix                  pic 9(03).
01  w-acenta-var                 pic x(01).

01  w-okunan                     pic 9(05).
01  w-yeni-sayisi                pic 9(05).
01  w-degisen-sayisi             pic 9(05).
01  w-iptal-sayisi               pic 9(05).
01  w-atlanan-sayisi             pic 9(05).
01  w-istisna-sayisi             pic 9(05).
01  w-cozulen-sayisi             pic 9(05).
01  w-onay-sayisi                pic 9(05).
01  w-sayi-ed                    pic z(4)9.

*> gecedrv parametresiz cagirdiginda kullanilan gece varsayilani
01  w-gece-link.
    02  filler                   pic x(01) value "C".
    02  filler                   pic 9(08) value 0.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(10) value spaces.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic 9(05) value 0.
    02  filler                   pic x(01) value space.

linkage section.
01  sejcek-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-cek               value "C".
        88  lk-mod-tekrar            value "T".
        88  lk-mod-vazgec            value "V".
        88  lk-mod-indeks            value "I".
    02  lk-ist-tarih             pic 9(08).
    02  lk-ist-sira              pic 9(05).
    02  lk-kllnc-kodu            pic x(10).
    02  lk-islenen               pic 9(05).
    02  lk-istisna               pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional sejcek-link.
 ana-islem.
     if address of sejcek-link = null
        set address of sejcek-link to address of w-gece-link
     end-if
     accept w-bugun from date yyyymmdd
     accept w-simdi from time
     set lk-sonuc-tamam to true
     move 0 to lk-islenen lk-istisna
     move 0 to w-okunan w-yeni-sayisi w-degisen-sayisi
               w-iptal-sayisi w-atlanan-sayisi w-istisna-sayisi
               w-cozulen-sayisi w-onay-sayisi
     move "H" to w-cekim-tamam
     perform param-oku
     open i-o rez
     if fs-rez not = "00"
        close rez
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
*>   esleme dosyasi henuz kurulmamis olabilir: satirlar istisnaya
*>   duser, masa eslemeyi tamamlayinca "tekrar" ile islenir
     open input sejkkod
     if fs-sejkkod = "00"
        move "E" to w-sejkkod-acik
     else
        close sejkkod
        move "H" to w-sejkkod-acik
     end-if
     open i-o sejrez
     if fs-sejrez = "35"
        close sejrez
        open output sejrez
        close sejrez
        open i-o sejrez
     end-if
     open i-o sejist
     if fs-sejist = "35"
        close sejist
        open output sejist
        close sejist
        open i-o sejist
     end-if
     open i-o kulmes
     if fs-kulmes = "35"
        close kulmes
        open output kulmes
        close kulmes
        open i-o kulmes
     end-if
     if fs-sejrez not = "00" or fs-sejist not = "00"
     or fs-kulmes not = "00"
        if w-sejkkod-acik = "E"
           close sejkkod
        end-if
        close rez sejrez sejist kulmes
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     open output sejcek-rapor
     perform rapor-baslik
     if w-sejkkod-acik not = "E"
        move spaces to sejcek-rapor-satir
        string "SEJKKOD ACILAMADI (DURUM " fs-sejkkod
               ") - KOD ESLEME YAPILMADI, SATIRLAR ISTISNAYA DUSER"
               delimited by size into sejcek-rapor-satir
        write sejcek-rapor-satir
     end-if
     evaluate true
        when lk-mod-cek    perform cekim-isle
        when lk-mod-tekrar perform tekrar-isle
        when lk-mod-vazgec perform istisna-vazgec
        when lk-mod-indeks perform indeks-kur
        when other         set lk-sonuc-hata to true
     end-evaluate
     if w-istisna-sayisi > 0
        perform masa-mesaji
     end-if
     perform rapor-ozet
     compute lk-islenen = w-yeni-sayisi + w-degisen-sayisi
                        + w-iptal-sayisi
     move w-istisna-sayisi to lk-istisna
     if w-sejkkod-acik = "E"
        close sejkkod
     end-if
     close rez sejrez sejist kulmes sejcek-rapor
     goback.

*> sejcek.prm: 1. satir cekme komutu, 2. satir gonderme komutu,
*> 3. satir rezervasyon masasi kullanici kodu.
 param-oku.
     move spaces to w-cek-komut w-gonder-komut w-masa-kllnc
     open input sejcek-param
     if fs-param not = "00"
        exit paragraph
     end-if
     read sejcek-param
          at end continue
     end-read
     if fs-param = "00"
        move param-satir to w-cek-komut
        read sejcek-param
             at end continue
        end-read
     end-if
     if fs-param = "00"
        move param-satir to w-gonder-komut
        read sejcek-param
             at end continue
        end-read
     end-if
     if fs-param = "00"
        move param-satir (1:10) to w-masa-kllnc
     end-if
     close sejcek-param
     .

*> baglayici cekimi + gelen dosyanin islenmesi + onay gonderimi.
 cekim-isle.
     if w-cek-komut not = spaces
        move 0 to w-komut-sonuc
        call "SYSTEM" using w-cek-komut
             giving w-komut-sonuc
             on exception move 1 to w-komut-sonuc
        end-call
        if w-komut-sonuc not = 0
           move spaces to sejcek-rapor-satir
           string "CEKME KOMUTU BASARISIZ - BAGLAYICIYI KONTROL EDIN"
                  delimited by size into sejcek-rapor-satir
           write sejcek-rapor-satir
           exit paragraph
        end-if
     end-if
     move "E" to w-cekim-tamam
     open input sejgel
     if fs-sejgel not = "00"
        perform nabiz-ver
        exit paragraph
     end-if
     open output sejonay
     perform son-rez-no-bul
     move "H" to w-tekrar-mi
     perform gelen-satiri
             until fs-sejgel not = "00"
     close sejgel sejonay
     perform onay-gonder
     perform nabiz-ver
     .

 gelen-satiri.
     read sejgel
          at end move "10" to fs-sejgel
     end-read
     if fs-sejgel = "00"
     and sejgel-satir not = spaces
        add 1 to w-okunan
        move sejgel-satir to w-satir
        perform satir-isle
        if w-satir-sonucu = "R"
           perform istisna-yaz
        end-if
     end-if
     .

 onay-gonder.
     if w-onay-sayisi = 0
     or w-gonder-komut = spaces
        exit paragraph
     end-if
     move 0 to w-komut-sonuc
     call "SYSTEM" using w-gonder-komut
          giving w-komut-sonuc
          on exception move 1 to w-komut-sonuc
     end-call
     if w-komut-sonuc not = 0
        move spaces to sejcek-rapor-satir
        string "ONAY GONDERIMI BASARISIZ - sejonay.dat "
               "BIR SONRAKI CALISMADA YENIDEN YAZILMAZ, ELLE GONDERIN"
               delimited by size into sejcek-rapor-satir
        write sejcek-rapor-satir
     end-if
     .

*> basarili cekim arabirimin nabzidir.
 nabiz-ver.
     initialize w-nabiz-link
     move "N"      to wnb-mod
     move "SEJOUR" to wnb-arayuz-kodu
     call "arabekci" using w-nabiz-link
          on exception continue
     end-call
     .

*> tek satir: coz, esle, REZ'e uygula. Sonuc w-satir-sonucu'nda.
 satir-isle.
     move "R" to w-satir-sonucu
     move spaces to w-neden w-neden-aciklama
     perform satir-coz
     if w-neden not = spaces
        exit paragraph
     end-if
     perform kod-esle
     if w-neden not = spaces
        exit paragraph
     end-if
     move w-acenta        to sjr-acenta
     move w-gelen-voucher to sjr-voucher
     read sejrez
          invalid move "23" to fs-sejrez
     end-read
     if fs-sejrez = "00"
     and w-gelen-logid > 0
     and sjr-son-logid >= w-gelen-logid
        move "A" to w-satir-sonucu
        add 1 to w-atlanan-sayisi
        exit paragraph
     end-if
     evaluate true
        when w-gelen-iptal
             perform rez-iptal-et
        when fs-sejrez = "00"
             perform rez-degistir
        when other
             perform rez-ac
     end-evaluate
     .

 satir-coz.
     initialize w-gelen
     move w-satir (1:1)    to w-gelen-islem
     move w-satir (14:20)  to w-gelen-voucher
     move w-satir (35:10)  to w-gelen-operator
     move w-satir (64:10)  to w-gelen-oda-tipi
     move w-satir (75:10)  to w-gelen-pansiyon
     move w-satir (94:3)   to w-gelen-uyruk
     move w-satir (98:20)  to w-gelen-adi
     move w-satir (119:20) to w-gelen-soyadi
     move w-satir (153:150) to w-gelen-keyfield
     move w-satir (152:1)  to w-gelen-balayi
     if w-satir (3:10) is numeric
        move w-satir (3:10) to w-gelen-logid
     end-if
     if w-satir (46:8) is numeric
        move w-satir (46:8) to w-gelen-gir-tar
     end-if
     if w-satir (55:8) is numeric
        move w-satir (55:8) to w-gelen-cik-tar
     end-if
     if w-satir (86:2) is numeric
        move w-satir (86:2) to w-gelen-buyuk
     end-if
     if w-satir (89:2) is numeric
        move w-satir (89:2) to w-gelen-kucuk
     end-if
     if w-satir (92:1) is numeric
        move w-satir (92:1) to w-gelen-bebek
     end-if
     if w-satir (140:12) is numeric
        move w-satir (140:12) to w-gelen-fiyat
     end-if
     if not w-gelen-yeni
     and not w-gelen-degisiklik
     and not w-gelen-iptal
        move "BOZ " to w-neden
        move "ISLEM KODU Y/D/I DEGIL" to w-neden-aciklama
        exit paragraph
     end-if
     if w-gelen-voucher = spaces
        move "BOZ " to w-neden
        move "VOUCHER BOS" to w-neden-aciklama
        exit paragraph
     end-if
     if not w-gelen-iptal
        if w-gelen-gir-tar = 0
        or w-gelen-cik-tar <= w-gelen-gir-tar
        or w-gelen-soyadi = spaces
           move "BOZ " to w-neden
           move "TARIH/ISIM GECERSIZ" to w-neden-aciklama
        end-if
     end-if
     .

*> SEJKKOD: A acenta, O oda tipi, P pansiyon, U uyruk. Iptalde
*> yalniz acenta gerekir (REZ zaten eslenmis kodlari tasir).
 kod-esle.
     if w-sejkkod-acik not = "E"
        move "KOD " to w-neden
        move "SEJKKOD ESLEME DOSYASI YOK" to w-neden-aciklama
        exit paragraph
     end-if
     move "A" to sejkkod-tipi
     move w-gelen-operator to sejkkod-sejour-kodu
     read sejkkod
          invalid
              move "ACE " to w-neden
              string "TUR OPERATORU ESLENMEMIS: " w-gelen-operator
                     delimited by size into w-neden-aciklama
              exit paragraph
     end-read
     move sejkkod-otel-kodu (1:4) to w-acenta
     if w-gelen-iptal
        exit paragraph
     end-if
     move "O" to sejkkod-tipi
     move w-gelen-oda-tipi to sejkkod-sejour-kodu
     read sejkkod
          invalid
              move "ODA " to w-neden
              string "ODA TIPI ESLENMEMIS: " w-gelen-oda-tipi
                     delimited by size into w-neden-aciklama
              exit paragraph
     end-read
     move sejkkod-otel-kodu (1:2) to w-oda-tipi
     move "P" to sejkkod-tipi
     move w-gelen-pansiyon to sejkkod-sejour-kodu
     read sejkkod
          invalid
              move "PAN " to w-neden
              string "PANSIYON ESLENMEMIS: " w-gelen-pansiyon
                     delimited by size into w-neden-aciklama
              exit paragraph
     end-read
     move sejkkod-otel-kodu (1:2) to w-pan-tipi
     move spaces to w-ulke
     if w-gelen-uyruk = spaces
        exit paragraph
     end-if
     move "U" to sejkkod-tipi
     move w-gelen-uyruk to sejkkod-sejour-kodu
     read sejkkod
          invalid
              move "UYR " to w-neden
              string "UYRUK ESLENMEMIS: " w-gelen-uyruk
                     delimited by size into w-neden-aciklama
              exit paragraph
     end-read
     move sejkkod-otel-kodu (1:3) to w-ulke
     .

 son-rez-no-bul.
     move 0 to w-son-rez-no
     move high-values to rez-anah
     start rez key is less than rez-anah
           invalid continue
     end-start
     read rez previous record
          at end continue
     end-read
     if fs-rez = "00"
        move rez-anah to w-son-rez-no
     end-if
     .

 rez-ac.
     initialize rez-rec
     add 1 to w-son-rez-no
     move w-son-rez-no    to rez-anah
     move w-acenta        to rez-acenta
     move w-bugun         to rez-al-tar rez-isl-tar
     perform rez-alanlari
     set rez-onayli to true
     write rez-rec
           invalid
               move "BOZ " to w-neden
               move "REZ YAZILAMADI" to w-neden-aciklama
               exit paragraph
     end-write
     initialize sjr-rec
     move w-acenta        to sjr-acenta
     move w-gelen-voucher to sjr-voucher
     move rez-no          to sjr-rez-no
     set sjr-yeni to true
     perform sejrez-isle
     write sjr-rec invalid rewrite sjr-rec end-write
     add 1 to w-yeni-sayisi
     move "K" to w-satir-sonucu
     perform onay-yaz
     perform islem-satiri
     .

*> yeni ve degisen kayitta operatorden gelen alanlar.
 rez-alanlari.
     move w-gelen-gir-tar to rez-gir-tar
     move w-gelen-cik-tar to rez-cik-tar
     move w-gelen-adi     to rez-adi
     move w-gelen-soyadi  to rez-soyadi
     move w-gelen-buyuk   to rez-buyuk
     move w-gelen-kucuk   to rez-kucuk
     move w-gelen-bebek   to rez-bebek
     move w-oda-tipi      to rez-oda-tipi
     move w-pan-tipi      to rez-pan-tipi
     if w-ulke not = spaces
        move w-ulke to rez-ulke
     end-if
     move w-gelen-voucher to rez-voucher
     if w-gelen-fiyat > 0
        move w-gelen-fiyat to rez-fiyati
     end-if
     if w-gelen-balayi = "E"
        set rez-balayi to true
        move w-gelen-gir-tar to rez-kutlama-tarih
     end-if
     .

 rez-degistir.
     move sjr-rez-no to rez-anah
     read rez
          invalid
              move "VOU " to w-neden
              move "SEJREZ'DEKI REZ KAYDI YOK" to w-neden-aciklama
              exit paragraph
     end-read
*>   giris yapmis misafirde tarih/oda degisikligi masada elle yapilir
     if rez-folio > 0
        move "GIR " to w-neden
        move "GIRIS YAPMIS MISAFIRE DEGISIKLIK" to w-neden-aciklama
        exit paragraph
     end-if
     perform rez-alanlari
     if rez-iptal-oldu
        set rez-onayli to true
        move spaces to rez-sil-sebeb rez-sil-tar
     end-if
     move w-bugun to rez-isl-tar
     rewrite rez-rec invalid continue end-rewrite
     set sjr-degisti to true
     perform sejrez-isle
     rewrite sjr-rec invalid continue end-rewrite
     add 1 to w-degisen-sayisi
     move "K" to w-satir-sonucu
     perform onay-yaz
     perform islem-satiri
     .

 rez-iptal-et.
     if fs-sejrez not = "00"
        move "VOU " to w-neden
        move "BILINMEYEN VOUCHER'A IPTAL" to w-neden-aciklama
        exit paragraph
     end-if
     move sjr-rez-no to rez-anah
     read rez
          invalid
              move "VOU " to w-neden
              move "SEJREZ'DEKI REZ KAYDI YOK" to w-neden-aciklama
              exit paragraph
     end-read
     if rez-folio > 0
        move "GIR " to w-neden
        move "GIRIS YAPMIS MISAFIRE IPTAL" to w-neden-aciklama
        exit paragraph
     end-if
     if not rez-iptal-oldu
        set rez-iptal-oldu to true
        move "SJ"    to rez-sil-sebeb
        move w-bugun to rez-sil-tar
        rewrite rez-rec invalid continue end-rewrite
     end-if
     set sjr-iptal to true
     perform sejrez-isle
     rewrite sjr-rec invalid continue end-rewrite
     add 1 to w-iptal-sayisi
     move "I" to w-satir-sonucu
     perform onay-yaz
     perform islem-satiri
     .

 sejrez-isle.
     move w-gelen-logid    to sjr-son-logid
     move w-bugun          to sjr-son-tarih
     move w-gelen-keyfield to sjr-keyfield
     .

 onay-yaz.
     move spaces to sejonay-satir
     move w-gelen-keyfield to sejonay-satir (1:150)
     move w-satir-sonucu   to sejonay-satir (152:1)
     move rez-no           to sejonay-satir (154:8)
     move rez-odano        to sejonay-satir (163:4)
     move w-gelen-voucher  to sejonay-satir (168:20)
     write sejonay-satir
     add 1 to w-onay-sayisi
     .

*> eslenemeyen satir kuyruga; tekrar denemede mevcut kayit yenilenir.
 istisna-yaz.
     add 1 to w-istisna-sayisi
     if w-tekrar-mi = "E"
        move w-neden          to sji-neden
        move w-neden-aciklama to sji-aciklama
        rewrite sji-rec invalid continue end-rewrite
     else
        perform istisna-sira-bul
        initialize sji-rec
        move w-bugun          to sji-tarih
        move w-ist-sira       to sji-sira
        move w-gelen-voucher  to sji-voucher
        move w-neden          to sji-neden
        move w-neden-aciklama to sji-aciklama
        set sji-beklemede to true
        move w-satir          to sji-satir
        write sji-rec invalid continue end-write
     end-if
     move spaces to sejcek-rapor-satir
     string "ISTISNA " w-gelen-islem " " w-gelen-voucher " "
            w-neden-aciklama
            delimited by size into sejcek-rapor-satir
     write sejcek-rapor-satir
     .

 istisna-sira-bul.
     move 0 to w-ist-sira
     move w-bugun     to sji-tarih
     move high-values to sji-sira
     start sejist key is less than sji-anah
           invalid continue
     end-start
     read sejist previous record
          at end continue
     end-read
     if fs-sejist = "00" and sji-tarih = w-bugun
        move sji-sira to w-ist-sira
     end-if
     add 1 to w-ist-sira
     .

*> bekleyen istisnalar yeniden denenir (esleme tamamlandiktan sonra).
 tekrar-isle.
     open output sejonay
     perform son-rez-no-bul
     move "E" to w-tekrar-mi
     move low-values to sji-anah
     start sejist key is not less than sji-anah
           invalid move "10" to fs-sejist
     end-start
     perform tekrar-satiri
             until fs-sejist = "10"
     close sejonay
     perform onay-gonder
     .

 tekrar-satiri.
     read sejist next record
          at end move "10" to fs-sejist
     end-read
     if fs-sejist not = "00" and fs-sejist not = "02"
        move "10" to fs-sejist
     end-if
     if fs-sejist = "10"
        exit paragraph
     end-if
     if not sji-beklemede
        exit paragraph
     end-if
     move sji-satir to w-satir
     perform satir-isle
     if w-satir-sonucu = "R"
        perform istisna-yaz
     else
        set sji-cozuldu to true
        move w-bugun       to sji-cozum-tarih
        move lk-kllnc-kodu to sji-cozen-kllnc
        rewrite sji-rec invalid continue end-rewrite
        add 1 to w-cozulen-sayisi
     end-if
     .

 istisna-vazgec.
     move lk-ist-tarih to sji-tarih
     move lk-ist-sira  to sji-sira
     read sejist
          invalid
              set lk-sonuc-hata to true
              exit paragraph
     end-read
     if not sji-beklemede
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     set sji-vazgecildi to true
     move w-bugun       to sji-cozum-tarih
     move lk-kllnc-kodu to sji-cozen-kllnc
     rewrite sji-rec invalid set lk-sonuc-hata to true end-rewrite
     .

*> ilk kurulum: REZ'deki voucher'li kayitlar SEJREZ'e (acenta
*> SEJKKOD'da "A" tipinde tanimli olmalidir).
 indeks-kur.
     perform acenta-tablosu-yukle
     if w-acenta-sayisi = 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move low-values to rez-anah
     start rez key is not less than rez-anah
           invalid move "10" to fs-rez
     end-start
     perform indeks-satiri
             until fs-rez = "10"
     .

 indeks-satiri.
     read rez next record
          at end move "10" to fs-rez
     end-read
     if fs-rez not = "00" and fs-rez not = "02"
        move "10" to fs-rez
     end-if
     if fs-rez = "10"
        exit paragraph
     end-if
     if rez-voucher = spaces
        exit paragraph
     end-if
     move "H" to w-acenta-var
     perform acenta-ara
             varying w-acenta-ix from 1 by 1
             until w-acenta-ix > w-acenta-sayisi
     if w-acenta-var = "H"
        exit paragraph
     end-if
     initialize sjr-rec
     move rez-acenta        to sjr-acenta
     move rez-voucher (1:20) to sjr-voucher
     move rez-no            to sjr-rez-no
     move w-bugun           to sjr-son-tarih
     if rez-iptal-oldu
        set sjr-iptal to true
     else
        set sjr-yeni to true
     end-if
     write sjr-rec
           invalid continue
           not invalid add 1 to w-yeni-sayisi
     end-write
     .

 acenta-tablosu-yukle.
     move 0 to w-acenta-sayisi
     if w-sejkkod-acik not = "E"
        exit paragraph
     end-if
     move "A"        to sejkkod-tipi
     move low-values to sejkkod-sejour-kodu
     start sejkkod key is not less than sejkkod-anah
           invalid move "10" to fs-sejkkod
     end-start
     perform acenta-kodu-oku
             until fs-sejkkod = "10"
     .

 acenta-kodu-oku.
     read sejkkod next record
          at end move "10" to fs-sejkkod
     end-read
     if fs-sejkkod not = "00" and fs-sejkkod not = "02"
        move "10" to fs-sejkkod
     end-if
     if fs-sejkkod = "10"
        exit paragraph
     end-if
     if sejkkod-tipi not = "A"
     or w-acenta-sayisi >= 200
        move "10" to fs-sejkkod
        exit paragraph
     end-if
     add 1 to w-acenta-sayisi
     move sejkkod-otel-kodu (1:4) to w-acenta-kod (w-acenta-sayisi)
     .

 acenta-ara.
     if w-acenta-kod (w-acenta-ix) = rez-acenta
        move "E" to w-acenta-var
        move w-acenta-sayisi to w-acenta-ix
     end-if
     .

 rapor-baslik.
     move spaces to sejcek-rapor-satir
     string "SEJOUR REZERVASYON CEKIMI - " w-bugun " " w-simdi
            " MOD " lk-mod
            delimited by size into sejcek-rapor-satir
     write sejcek-rapor-satir
     move all "-" to sejcek-rapor-satir
     write sejcek-rapor-satir
     .

 islem-satiri.
     move spaces to sejcek-rapor-satir
     string w-gelen-islem " " w-gelen-voucher " REZ " rez-no
            " " rez-soyadi " " rez-gir-tar "-" rez-cik-tar
            " " rez-oda-tipi "/" rez-pan-tipi
            delimited by size into sejcek-rapor-satir
     write sejcek-rapor-satir
     .

*> yeni istisna varsa rezervasyon masasina ic mesaj.
 masa-mesaji.
     if w-masa-kllnc = spaces
        exit paragraph
     end-if
     perform kulmes-sira-bul
     initialize kulmes-rec
     move w-bugun        to kulmes-tarih
     move w-kulmes-sira  to kulmes-sira
     move w-masa-kllnc   to kulmes-alici-kllnc
     move w-istisna-sayisi to w-sayi-ed
     string "SEJOUR: " w-sayi-ed
            " REZERVASYON ESLENEMEDI - SEJIST KUYRUGUNA BAKIN"
            delimited by size into kulmes-mesaj
     move "H" to kulmes-okundu
     write kulmes-rec invalid continue end-write
     .

 kulmes-sira-bul.
     move 0 to w-kulmes-sira
     move w-bugun     to kulmes-tarih
     move high-values to kulmes-sira
     start kulmes key is less than kulmes-anah
           invalid continue
     end-start
     read kulmes previous record
          at end continue
     end-read
     if fs-kulmes = "00" and kulmes-tarih = w-bugun
        move kulmes-sira to w-kulmes-sira
     end-if
     add 1 to w-kulmes-sira
     .

 rapor-ozet.
     move all "-" to sejcek-rapor-satir
     write sejcek-rapor-satir
     move w-okunan to w-sayi-ed
     move spaces to sejcek-rapor-satir
     string "OKUNAN:   " w-sayi-ed
            delimited by size into sejcek-rapor-satir
     write sejcek-rapor-satir
     move w-yeni-sayisi to w-sayi-ed
     move spaces to sejcek-rapor-satir
     string "YENI:     " w-sayi-ed
            delimited by size into sejcek-rapor-satir
     write sejcek-rapor-satir
     move w-degisen-sayisi to w-sayi-ed
     move spaces to sejcek-rapor-satir
     string "DEGISEN:  " w-sayi-ed
            delimited by size into sejcek-rapor-satir
     write sejcek-rapor-satir
     move w-iptal-sayisi to w-sayi-ed
     move spaces to sejcek-rapor-satir
     string "IPTAL:    " w-sayi-ed
            delimited by size into sejcek-rapor-satir
     write sejcek-rapor-satir
     move w-atlanan-sayisi to w-sayi-ed
     move spaces to sejcek-rapor-satir
     string "TEKRAR:   " w-sayi-ed
            delimited by size into sejcek-rapor-satir
     write sejcek-rapor-satir
     move w-istisna-sayisi to w-sayi-ed
     move spaces to sejcek-rapor-satir
     string "ISTISNA:  " w-sayi-ed
            delimited by size into sejcek-rapor-satir
     write sejcek-rapor-satir
     move w-cozulen-sayisi to w-sayi-ed
     move spaces to sejcek-rapor-satir
     string "COZULEN:  " w-sayi-ed
            delimited by size into sejcek-rapor-satir
     write sejcek-rapor-satir
     .
