*> fiyatlis.cbl
*> Acenta sozlesme fiyat listesi. Satis her sezon her acentanin
*> fiyatlarini, indirimlerini ve SPO kosullarini Word listelerine
*> elle yeniden yaziyor; listeler ACEANLAS/KONTRAT'a yuklenenden
*> sik sik farkli cikiyor ve acenta yanlis fiyattan satiyordu. Bu
*> alt program listeyi dogrudan yuklu sozlesmeden uretir:
*>   - lk-mod-uret: lk-acenta ve lk-sezon icin liste uretilir. Her
*>     sezon gecesinin ham sozlesme fiyati fiyat motorundan (odahes,
*>     linkh-nereden 9 = gozetimsiz, anlasma/CAST yazmaz) alinir -
*>     faturalanan fiyatla ayni ACEANLAS/FIYAT okumasi. Motor bellekte
*>     kurulan sablon REZ ile (w-sablon-rez-no, REZ'e yazilmaz; satis
*>     tarihi bugun) fiyatlis.prm'deki her oda tipi x pansiyon icin
*>     2 yetiskin, temel oda/pansiyonda ayrica 3 yetiskin ve
*>     2 yetiskin + 1 cocuk olarak w-pencere gecelik konaklamalarla
*>     calistirilir; motorun HESAYR'a yazdigi gece satirlari okunur
*>     ve sablon REZ'in satirlari silinir. Donemler fiyatin (ya da
*>     indirimin) degistigi gecelerden cikarilir. Listede her donem
*>     icin oda tipi x pansiyon fiyat tablosu ve oda tipinin
*>     release gunu (KONTENJ), cocuk ve ek yatak indirimi (yetiskin
*>     kisi basi fiyata gore yuzde), motorun uyguladigi EB / aksiyon
*>     / special offer kosullari ve gecerli geceleri, iptal
*>     politikasi bantlari (ANIPTPOL) ve KONTRAT odeme kosullari
*>     yer alir. Basliklar acentanin dilinde dilsablo "FYLS"
*>     sablonundan (satir sirasi w-etiket sirasidir, 18-20. satir
*>     kosul tablosunun KOD / ORAN / TANIM kolonlari; sablon ya da
*>     satir yoksa Turkce), tutarlar sozlesme dovizindedir. Liste
*>     dokumer duzeninde yazilip dok2pdf ile PDF'e basilir ve FYTLIS'e
*>     surum olarak islenir; icerik ozeti son versiyonla ayniysa
*>     yeni versiyon acilmaz, o versiyonun PDF'i kullanilir. PDF
*>     numarasi dok2pdf'in ortak sayacindan (pdfno) alinir,
*>   - lk-mod-gonder: liste uretilir ve MAILDATA'ya kuyruklanir
*>     (alici lk-alici, bos ise acentanin cari e-postasi; konu
*>     satirinda PDF adi - gonderici dosyayi ekler); gonderim
*>     versiyonun FYTLIS kaydina islenir,
*>   - lk-mod-rapor: lk-acenta (bos ise tum acentalar) surum ve
*>     gonderim listesi fiyatlis.txt'ye basilir.
*> fiyatlis.prm satirlari: SEZON;kod;bas-tar;bit-tar,
*> ACENTA;kod;dil;doviz (lk-dil / lk-doviz bos ise), ODA;fiyat
*> konumu;oda tipi;ad (ilk satir temel oda), PANS;kod;ad (ilk satir
*> temel pansiyon), DOVIZ;kod;ad, GECE;n (motor konaklama suresi,
*> varsayilan 7), REZTIP;n (varsayilan 1), BANKA;n.
program-id. fiyatlis is initial program.
environment division.
input-output section.
file-control.
     copy "fytlis.sel.cpy".

     copy "rez.sel.cpy".

     copy "cari.sel.cpy".

     copy "kontrat.sel.cpy".

     copy "maildata.sel.cpy".

     select hesayr assign to random
            hesayr-dosya
            organization indexed
            access mode is dynamic
            record key is hesayr-anah
            file status is fs-hesayr.

     select formulhes assign to random
            formulhes-dosya
            organization indexed
            access mode is dynamic
            record key is formulhes-anah
            file status is fs-formulhes.

     select kontenj assign to random
            kontenj-dosya
            organization indexed
            access mode is dynamic
            record key is kontenj-anah
            file status is fs-kontenj.

     select aniptpol assign to random
            aniptpol-dosya
            organization indexed
            access mode is dynamic
            record key is aniptpol-anah
            file status is fs-aniptpol.

     select etiket-metin assign to random
            etiket-metin-dosya
            organization line sequential
            file status is fs-metin.

     select fiyatlis-param assign to random
            fiyatlis-param-dosya
            organization line sequential
            file status is fs-param.

     select fiyatlis-belge assign to random
            fiyatlis-belge-dosya
            organization line sequential
            file status is fs-belge.

     select fiyatlis-rapor assign to random
            fiyatlis-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "fytlis.lib.cpy".

 copy "rez.lib.cpy".

 copy "cari.lib.cpy".

 copy "kontrat.lib.cpy".

 copy "maildata.lib.cpy".

*> motorun gece satirlari (duzen fiyatdok.cbl ile aynidir)
fd  hesayr.
01  hesayr-rec.
    02  hesayr-anah.
        03  hesayr-rez-no        pic 9(08).
        03  hesayr-tarih.
            04  hesayr-yil       pic 9(04).
            04  hesayr-ay        pic 9(02).
            04  hesayr-gun       pic 9(02).
    02  hesayr-staf              pic x(04).
    02  hesayr-per               pic 9(03).
    02  hesayr-konum             pic 9(02).
    02  hesayr-anl-yok           pic 9(01).
    02  hesayr-ham-anah          pic x(40).
    02  hesayr-ham-fiyat         pic 9(10)v99 comp-3.
    02  hesayr-basilacak-tut     pic 9(10)v99 comp-3.
    02  hesayr-aksa-kadar        pic 9(10)v99 comp-3.
    02  hesayr-datalar.
        03  hesayr-ind-sira      pic 9(02).
        03  hesayr-ind-tut       pic s9(10)v99 comp-3.
        03  hesayr-ind-acik      pic x(10).
        03  hesayr-eb-sira       pic 9(02).
        03  hesayr-eb-tut        pic s9(10)v99 comp-3.
        03  hesayr-eb-acik       pic x(10).
        03  hesayr-ug-sira       pic 9(02).
        03  hesayr-ug-tut        pic s9(10)v99 comp-3.
        03  hesayr-ug-acik       pic x(10).
        03  hesayr-ozl-sira      pic 9(02).
        03  hesayr-ozl-tut       pic s9(10)v99 comp-3.
        03  hesayr-ozl-acik      pic x(10).
        03  hesayr-aks1-sira     pic 9(02).
        03  hesayr-aks1-tut      pic s9(10)v99 comp-3.
        03  hesayr-aks1-acik     pic x(10).
        03  hesayr-aks1-anah     pic x(40).
        03  hesayr-aks2-sira     pic 9(02).
        03  hesayr-aks2-tut      pic s9(10)v99 comp-3.
        03  hesayr-aks2-acik     pic x(10).
        03  hesayr-aks2-anah     pic x(40).
        03  hesayr-so1-sira      pic 9(02).
        03  hesayr-so1-tut       pic s9(10)v99 comp-3.
        03  hesayr-so1-acik      pic x(10).
        03  hesayr-so1-anah      pic x(40).
        03  hesayr-so2-sira      pic 9(02).
        03  hesayr-so2-tut       pic s9(10)v99 comp-3.
        03  hesayr-so2-acik      pic x(10).
        03  hesayr-so2-anah      pic x(40).
        03  hesayr-kkp-sira      pic 9(02).
        03  hesayr-kkp-tut       pic s9(10)v99 comp-3.
        03  hesayr-kkp-acik      pic x(10).
        03  hesayr-kom-sira      pic 9(02).
        03  hesayr-kom-tut       pic s9(10)v99 comp-3.
        03  hesayr-kom-acik      pic x(10).
        03  hesayr-kb-sira       pic 9(02).
        03  hesayr-kb-tut        pic s9(10)v99 comp-3.
        03  hesayr-kb-acik       pic x(10).
        03  hesayr-fm-sira       pic 9(02).
        03  hesayr-fm-tut        pic s9(10)v99 comp-3.
        03  hesayr-mo-sira       pic 9(02).
        03  hesayr-mo-tut        pic s9(10)v99 comp-3.

fd  formulhes.
01  formulhes-rec.
    02  formulhes-anah.
        03  formulhes-rez-no     pic 9(08).
        03  formulhes-tarih      pic 9(08).
    02  formulhes-tum-formul     pic x(500).

*> acenta kontenjani (duzen kontenjn.cbl ile aynidir)
fd  kontenj.
01  kontenj-rec.
    02  kontenj-anah.
        03  kontenj-acenta       pic x(04).
        03  kontenj-odatip       pic x(04).
        03  kontenj-tarih        pic 9(08).
    02  kontenj-adet             pic 9(03).
    02  kontenj-kullanilan       pic 9(03).
    02  kontenj-release-gun      pic 9(03).
    02  kontenj-stop-sell        pic x(01).
        88  kontenj-satis-kapali     value "E".

*> iptal politikasi bantlari (duzen iptceza.cbl ile aynidir)
fd  aniptpol.
01  aniptpol-rec.
    02  aniptpol-anah.
        03  aniptpol-acenta      pic x(10).
        03  aniptpol-sira        pic 9(02).
    02  aniptpol-esik-gun        pic 9(03).
    02  aniptpol-ceza-yuzde      pic 9(03)v99.
    02  aniptpol-ceza-gece       pic 9(02).

fd  etiket-metin.
01  metin-satir                  pic x(132).

fd  fiyatlis-param.
01  param-satir                  pic x(80).

fd  fiyatlis-belge.
01  fiyatlis-belge-satir         pic x(132).

fd  fiyatlis-rapor.
01  fiyatlis-rapor-satir         pic x(132).

working-storage section.
01  fytlis-dosya                 pic x(200) value "fytlis.dat".
01  rez-dosya                    pic x(200) value "rez.dat".
01  cari-dosya                   pic x(200) value "cari.dat".
01  kontrat-dosya                pic x(200) value "kontrat.dat".
01  maildata-dosya               pic x(200) value "maildata.dat".
01  hesayr-dosya                 pic x(200) value "hesayr.dat".
01  formulhes-dosya              pic x(200) value "formulhes.dat".
01  kontenj-dosya                pic x(200) value "kontenj.dat".
01  aniptpol-dosya               pic x(200) value "aniptpol.dat".
01  etiket-metin-dosya           pic x(200) value "dilsablo.txt".
01  fiyatlis-param-dosya         pic x(200) value "fiyatlis.prm".
01  fiyatlis-belge-dosya         pic x(200).
01  fiyatlis-rapor-dosya         pic x(200) value "fiyatlis.txt".
01  fs-fytlis                    pic xx.
01  fs-rez                       pic xx.
01  fs-cari                      pic xx.
01  fs-kontrat                   pic xx.
01  fs-maildata                  pic xx.
01  fs-hesayr                    pic xx.
01  fs-formulhes                 pic xx.
01  fs-kontenj                   pic xx.
01  fs-aniptpol                  pic xx.
01  fs-metin                     pic xx.
01  fs-param                     pic xx.
01  fs-belge                     pic xx.

01  w-bugun                      pic 9(08).
01  w-simdi                      pic 9(06).

*> motorun bellekteki sablon REZ'i bu numarayi tasir; REZ
*> numaralari bu degere ulasmaz, gece satirlari is sonunda silinir
01  w-sablon-rez-no              pic 9(08) value 99999999.

*> parametreler
01  w-p-tip                      pic x(10).
01  w-p-deger1                   pic x(10).
01  w-p-deger2                   pic x(10).
01  w-p-deger3                   pic x(20).
01  w-p-deger4                   pic x(10).
01  w-pencere                    pic 9(03).
01  w-rez-tipi                   pic 9(01).
01  w-banka                      pic 9(02).
01  w-sezon-sayisi               pic 9(02).
01  w-sezon-tablosu.
    02  w-sezon                  occurs 20 times.
        03  w-sz-kod             pic x(06).
        03  w-sz-bas             pic 9(08).
        03  w-sz-bit             pic 9(08).
01  w-acenta-sayisi              pic 9(03).
01  w-acenta-tablosu.
    02  w-acenta                 occurs 200 times.
        03  w-ac-kod             pic x(04).
        03  w-ac-dil             pic x(02).
        03  w-ac-doviz           pic 9(02).
01  w-oda-sayisi                 pic 9(02).
01  w-oda-tablosu.
    02  w-oda                    occurs 12 times.
        03  w-od-konum           pic 9(02).
        03  w-od-tip             pic x(04).
        03  w-od-adi             pic x(20).
01  w-pan-sayisi                 pic 9(02).
01  w-pan-tablosu.
    02  w-pan                    occurs 6 times.
        03  w-pn-kod             pic x(02).
        03  w-pn-adi             pic x(10).
01  w-doviz-sayisi               pic 9(02).
01  w-doviz-tablosu.
    02  w-dovizler               occurs 30 times.
        03  w-dv-kod             pic 9(02).
        03  w-dv-adi             pic x(10).

01  w-i                          pic 9(03).
01  w-bulundu                    pic x(01).
01  w-dil                        pic x(02).
01  w-doviz                      pic 9(02).
01  w-doviz-adi                  pic x(10).
01  w-bas-tar                    pic 9(08).
01  w-bit-tar                    pic 9(08).
01  w-bas-int                    pic 9(08).
01  w-gece-sayisi                pic 9(03).

*> motor cagrisi: F fiyat tablosu (2 yetiskin), E ek yatak
*> (3 yetiskin), C cocuk (2 yetiskin + 1 cocuk)
01  w-tur                        pic x(01).
01  w-r                          pic 9(02).
01  w-p                          pic 9(02).
01  w-d                          pic 9(03).
01  w-n                          pic 9(03).
01  w-son-ix                     pic 9(03).
01  w-gir-tarih                  pic 9(08).
01  w-cik-tarih                  pic 9(08).
01  w-h-tarih                    pic 9(08).
01  w-cagri-buyuk                pic 9(02).
01  w-cagri-kucuk                pic 9(02).

*> fiyat motoru cagri blogu (odahes'in linkh-odahes'i)
01  w-linkh-odahes.
    02  linkh-rez-no             pic 9(08).
    02  linkh-nereden            pic 9(02).
    02  linkh-anl-yaz            pic 9(01).
    02  linkh-cast-yaz           pic 9(01).
    02  linkh-fiyat-yok          pic 9(01).
    02  filler                   pic x(20).

*> sezon gecelerinin ham fiyatlari
01  w-gece-tablosu.
    02  w-gece                   occurs 366 times.
        03  w-g-tarih            pic 9(08).
        03  w-g-oda              occurs 12 times.
            04  w-g-fiyat        pic 9(08)v99 comp-3
                                 occurs 6 times.
        03  w-g-ek               pic 9(08)v99 comp-3.
        03  w-g-cck              pic 9(08)v99 comp-3.
01  w-fiyat-var                  pic x(01).
01  w-farkli                     pic x(01).

*> donemler (gece sira araliklari)
01  w-donem-sayisi               pic 9(03).
01  w-donem-tablosu.
    02  w-donem                  occurs 366 times.
        03  w-dn-bas             pic 9(03).
        03  w-dn-bit             pic 9(03).
01  w-dn                         pic 9(03).

*> motorun uyguladigi EB / aksiyon / special offer kosullari
01  w-teklif-sayisi              pic 9(02).
01  w-teklif-tablosu.
    02  w-teklif                 occurs 30 times.
        03  w-tk-kod             pic x(03).
        03  w-tk-acik            pic x(10).
        03  w-tk-anah            pic x(40).
        03  w-tk-bas             pic 9(03).
        03  w-tk-bit             pic 9(03).
01  w-t                          pic 9(02).
01  w-aday-kod                   pic x(03).
01  w-aday-sira                  pic 9(02).
01  w-aday-acik                  pic x(10).
01  w-aday-anah                  pic x(40).

*> basliklar: dilsablo FYLS sablonunun satir sirasiyla
01  w-varsayilan-etiketler.
    02  filler pic x(30) value "FIYAT LISTESI".
    02  filler pic x(30) value "ACENTA".
    02  filler pic x(30) value "SEZON".
    02  filler pic x(30) value "DOVIZ".
    02  filler pic x(30) value "DONEM".
    02  filler pic x(30) value "ODA TIPI".
    02  filler pic x(30) value "RELEASE".
    02  filler pic x(30) value "COCUK INDIRIMI".
    02  filler pic x(30) value "EK YATAK INDIRIMI".
    02  filler pic x(30) value "ERKEN REZERVASYON / SPO".
    02  filler pic x(30) value "IPTAL POLITIKASI".
    02  filler pic x(30) value "GIRISE KALAN GUN".
    02  filler pic x(30) value "CEZA".
    02  filler pic x(30) value "GECE".
    02  filler pic x(30) value "VERSIYON".
    02  filler pic x(30) value "ODEME KOSULLARI".
    02  filler pic x(30) value "GUN VADE".
    02  filler pic x(30) value "KOD".
    02  filler pic x(30) value "ORAN".
    02  filler pic x(30) value "TANIM".
01  w-etiketler.
    02  w-etiket                 pic x(30) occurs 20 times.
01  w-e                          pic 9(02).

01  w-dilsablo-link.
    02  wds-mod                  pic x(01).
    02  wds-dokuman-tipi         pic x(04).
    02  wds-dil                  pic x(02).
    02  wds-yedek-dil            pic x(02).
    02  wds-rez-no               pic 9(08).
    02  wds-adi                  pic x(20).
    02  wds-soyadi               pic x(20).
    02  wds-gir-tar              pic 9(08).
    02  wds-cik-tar              pic 9(08).
    02  wds-oda-no               pic x(04).
    02  wds-tutar                pic 9(10)v99.
    02  wds-satir-sira           pic 9(03).
    02  wds-satir-metni          pic x(100).
    02  wds-secilen-dil          pic x(02).
    02  wds-sonuc                pic x(01).

*> surum
01  w-ozet                       pic s9(13)v99.
01  w-ozet-deger                 pic s9(11)v99.
01  w-ozet-metin                 pic x(53).
01  w-oc                         pic 9(02).
01  w-versiyon                   pic 9(03).
01  w-belge-no                   pic 9(04).
01  w-no-deneme                  pic 9(05).
*> CBL_CHECK_FILE_EXIST: boyut (8) + tarih/saat (8)
01  w-dosya-bilgi                pic x(16).
01  w-dosya-sonuc                pic s9(9) comp-5.
01  w-pdfno-link.
    02  wpn-pdf-no               pic 9(04).
    02  wpn-pdf-yolu             pic x(60).
    02  wpn-sonuc                pic x(01).
01  w-yeni-surum                 pic x(01).
01  w-pdf-adi                    pic x(60).
01  w-unvan                      pic x(40).
01  w-alici                      pic x(60).
01  w-mail-sira                  pic 9(06).
01  w-mail-id                    pic x(20).

*> belge (dokumer duzeni: "B" baslik, "D1" kolon basligi, veri
*> satirlari; kolonlar "|" ile ayrilir; dok2pdf pdf adini dokumer
*> yolunun 17-20. karakterlerinden alir - yol "/tmp/fytl" + acenta
*> + versiyon + belge numarasi olarak kurulur)
01  w-paket-satir                pic x(111).
01  w-kolon                      pic 9(03).
01  w-dok2pdf-link.
    02  wdp-dokumer-adres        pic x(200).

01  w-tarih                      pic 9(08).
01  w-tarih-r redefines w-tarih.
    02  w-tr-yil                 pic 9(04).
    02  w-tr-ay                  pic 9(02).
    02  w-tr-gun                 pic 9(02).
01  w-tarih-ed                   pic x(10).
01  w-tarih-ed2                  pic x(10).
01  w-yuzde                      pic s9(05)v99.
01  w-ek-tutar                   pic s9(09)v99.
01  w-kisi-basi                  pic s9(09)v99.
01  w-temel                      pic 9(08)v99.
01  w-karsi                      pic 9(08)v99.

01  w-tutar-ed                   pic z(6)9.99.
01  w-yuzde-ed                   pic z(3)9.99-.
01  w-sayi-ed                    pic z(4)9.
01  w-gun-ed                     pic zz9.
01  w-ver-ed                     pic 9(03).

linkage section.
01  fiyatlis-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-uret              value "U".
        88  lk-mod-gonder            value "G".
        88  lk-mod-rapor             value "R".
    02  lk-acenta                pic x(04).
    02  lk-sezon                 pic x(06).
*>   bos / 0 ise fiyatlis.prm ACENTA satiri (dil yoksa TR)
    02  lk-dil                   pic x(02).
    02  lk-doviz                 pic 9(02).
*>   gonder: bos ise acentanin cari e-postasi
    02  lk-alici                 pic x(60).
    02  lk-kllnc                 pic x(10).
*>   uret / gonder: listenin versiyonu ve PDF adi
    02  lk-versiyon              pic 9(03).
    02  lk-pdf-adi               pic x(60).
*>   SEZN sezon tanimsiz / 366 geceden uzun, ODA oda tipi veya
*>   pansiyon tanimsiz, DOVZ sozlesme dovizi yok, REZN sablon REZ
*>   numarasi dolu, MOTR fiyat motoru calismadi, FYT sezonda
*>   fiyat yok, PDF belge yazilamadi, MAIL alici yok / kuyruk
    02  lk-red-nedeni            pic x(04).
*>   uret / gonder: donem sayisi; rapor: satir sayisi
    02  lk-sayi                  pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using fiyatlis-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     accept w-simdi from time
     set lk-sonuc-tamam to true
     move 0 to return-code
     move 0 to lk-sayi
     move spaces to lk-red-nedeni
     perform param-oku
     open i-o fytlis
     if fs-fytlis = "35"
        close fytlis
        open output fytlis
        close fytlis
        open i-o fytlis
     end-if
     if fs-fytlis not = "00"
        close fytlis
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-uret
             perform liste-uret
        when lk-mod-gonder
             perform liste-uret
             if lk-sonuc-tamam
                perform liste-gonder
             end-if
        when lk-mod-rapor
             perform surum-raporu
        when other
             set lk-sonuc-hata to true
     end-evaluate
     close fytlis
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> parametreler
*> ---------------------------------------------------------------
 param-oku.
     move 7 to w-pencere
     move 1 to w-rez-tipi
     move 0 to w-banka
     move 0 to w-sezon-sayisi w-acenta-sayisi w-oda-sayisi
     move 0 to w-pan-sayisi w-doviz-sayisi
     open input fiyatlis-param
     if fs-param = "00"
        perform param-satiri
                until fs-param not = "00"
        close fiyatlis-param
     end-if
     if w-pencere = 0
        move 7 to w-pencere
     end-if
     .

 param-satiri.
     read fiyatlis-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00" or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-deger1 w-p-deger2 w-p-deger3
                    w-p-deger4
     unstring param-satir delimited by ";"
              into w-p-tip w-p-deger1 w-p-deger2 w-p-deger3
                   w-p-deger4
     end-unstring
     evaluate w-p-tip
        when "SEZON"
             if w-sezon-sayisi < 20
                add 1 to w-sezon-sayisi
                move w-p-deger1 to w-sz-kod (w-sezon-sayisi)
                compute w-sz-bas (w-sezon-sayisi) =
                        function numval (w-p-deger2)
                compute w-sz-bit (w-sezon-sayisi) =
                        function numval (w-p-deger3)
             end-if
        when "ACENTA"
             if w-acenta-sayisi < 200
                add 1 to w-acenta-sayisi
                move w-p-deger1 to w-ac-kod (w-acenta-sayisi)
                move w-p-deger2 to w-ac-dil (w-acenta-sayisi)
                compute w-ac-doviz (w-acenta-sayisi) =
                        function numval (w-p-deger3)
             end-if
        when "ODA"
             if w-oda-sayisi < 12
                add 1 to w-oda-sayisi
                compute w-od-konum (w-oda-sayisi) =
                        function numval (w-p-deger1)
                move w-p-deger2 to w-od-tip (w-oda-sayisi)
                move w-p-deger3 to w-od-adi (w-oda-sayisi)
             end-if
        when "PANS"
             if w-pan-sayisi < 6
                add 1 to w-pan-sayisi
                move w-p-deger1 to w-pn-kod (w-pan-sayisi)
                move w-p-deger2 to w-pn-adi (w-pan-sayisi)
             end-if
        when "DOVIZ"
             if w-doviz-sayisi < 30
                add 1 to w-doviz-sayisi
                compute w-dv-kod (w-doviz-sayisi) =
                        function numval (w-p-deger1)
                move w-p-deger2 to w-dv-adi (w-doviz-sayisi)
             end-if
        when "GECE"
             compute w-pencere = function numval (w-p-deger1)
        when "REZTIP"
             compute w-rez-tipi = function numval (w-p-deger1)
        when "BANKA"
             compute w-banka = function numval (w-p-deger1)
     end-evaluate
     .

*> ---------------------------------------------------------------
*> liste uretimi
*> ---------------------------------------------------------------
 liste-uret.
     move 0 to lk-versiyon
     move spaces to lk-pdf-adi
     perform sezon-bul
     if lk-sonuc-hata
        exit paragraph
     end-if
     perform acenta-ayarla
     if lk-sonuc-hata
        exit paragraph
     end-if
     if w-oda-sayisi = 0 or w-pan-sayisi = 0
        move "ODA " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
*>   sablon REZ numarasi gercek bir rezervasyonda kullanilmamali
     open input rez
     if fs-rez = "00"
        move w-sablon-rez-no to rez-no
        read rez
             invalid continue
             not invalid
                 move "REZN" to lk-red-nedeni
                 set lk-sonuc-hata to true
        end-read
        close rez
     end-if
     if lk-sonuc-hata
        exit paragraph
     end-if
     open i-o hesayr
     if fs-hesayr = "35"
        close hesayr
        open output hesayr
        close hesayr
        open i-o hesayr
     end-if
     open i-o formulhes
     if fs-formulhes = "35"
        close formulhes
        open output formulhes
        close formulhes
        open i-o formulhes
     end-if
     if fs-hesayr not = "00" or fs-formulhes not = "00"
        close hesayr formulhes
        move "MOTR" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform geceleri-kur
     perform sezonu-fiyatla
     perform sablon-satirlari-sil
     close hesayr formulhes
     if lk-sonuc-hata
        exit paragraph
     end-if
     if w-fiyat-var not = "E"
        move "FYT " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform donemleri-bul
     move w-donem-sayisi to lk-sayi
     perform etiketleri-al
     perform ozet-hesapla
     perform surum-bul
     if lk-sonuc-hata
        exit paragraph
     end-if
     perform belge-yaz
     if lk-sonuc-hata
        exit paragraph
     end-if
     move w-versiyon to lk-versiyon
     move w-pdf-adi  to lk-pdf-adi
     .

 sezon-bul.
     move "H" to w-bulundu
     perform sezon-ara
             varying w-i from 1 by 1
             until w-i > w-sezon-sayisi or w-bulundu = "E"
     if w-bulundu not = "E"
        move "SEZN" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     subtract 1 from w-i
     move w-sz-bas (w-i) to w-bas-tar
     move w-sz-bit (w-i) to w-bit-tar
     if w-bas-tar = 0 or w-bit-tar < w-bas-tar
        move "SEZN" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     compute w-bas-int = function integer-of-date (w-bas-tar)
     compute w-i = function integer-of-date (w-bit-tar)
                 - w-bas-int + 1
     if w-i > 366
        move "SEZN" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move w-i to w-gece-sayisi
     .

 sezon-ara.
     if w-sz-kod (w-i) = lk-sezon
        move "E" to w-bulundu
     end-if
     .

*> dil ve doviz: cagirandan, yoksa fiyatlis.prm ACENTA satirindan
 acenta-ayarla.
     move lk-dil   to w-dil
     move lk-doviz to w-doviz
     move "H" to w-bulundu
     perform acenta-ara
             varying w-i from 1 by 1
             until w-i > w-acenta-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-i
        if w-dil = spaces
           move w-ac-dil (w-i) to w-dil
        end-if
        if w-doviz = 0
           move w-ac-doviz (w-i) to w-doviz
        end-if
     end-if
     if w-dil = spaces
        move "TR" to w-dil
     end-if
     if w-doviz = 0
        move "DOVZ" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move spaces to w-doviz-adi
     move w-doviz to w-doviz-adi
     perform doviz-ara
             varying w-i from 1 by 1
             until w-i > w-doviz-sayisi
     .

 acenta-ara.
     if w-ac-kod (w-i) = lk-acenta
        move "E" to w-bulundu
     end-if
     .

 doviz-ara.
     if w-dv-kod (w-i) = w-doviz
        move w-dv-adi (w-i) to w-doviz-adi
     end-if
     .

 geceleri-kur.
     initialize w-gece-tablosu
     move "H" to w-fiyat-var
     perform gece-tarihi
             varying w-n from 1 by 1 until w-n > w-gece-sayisi
     .

 gece-tarihi.
     compute w-g-tarih (w-n) =
             function date-of-integer (w-bas-int + w-n - 1)
     .

*> her oda tipi x pansiyon 2 yetiskin; temel oda/pansiyonda
*> ek yatak ve cocuk
 sezonu-fiyatla.
     move "F" to w-tur
     move 2 to w-cagri-buyuk
     move 0 to w-cagri-kucuk
     move 0 to w-teklif-sayisi
     perform tur-fiyatla
             varying w-r from 1 by 1 until w-r > w-oda-sayisi
                or lk-sonuc-hata
             after w-p from 1 by 1 until w-p > w-pan-sayisi
     if lk-sonuc-hata
        exit paragraph
     end-if
     move 1 to w-r w-p
     move "E" to w-tur
     move 3 to w-cagri-buyuk
     move 0 to w-cagri-kucuk
     perform tur-fiyatla
     if lk-sonuc-hata
        exit paragraph
     end-if
     move "C" to w-tur
     move 2 to w-cagri-buyuk
     move 1 to w-cagri-kucuk
     perform tur-fiyatla
     .

 tur-fiyatla.
     perform pencere-fiyatla
             varying w-d from 1 by w-pencere
             until w-d > w-gece-sayisi or lk-sonuc-hata
     .

*> w-d gecesinden baslayan w-pencere gecelik sablon konaklama
 pencere-fiyatla.
     compute w-son-ix = w-d + w-pencere
     if w-son-ix > w-gece-sayisi + 1
        compute w-son-ix = w-gece-sayisi + 1
     end-if
     move w-g-tarih (w-d) to w-gir-tarih
     compute w-cik-tarih =
             function date-of-integer (w-bas-int + w-son-ix - 1)
     initialize rez-rec
     move w-sablon-rez-no      to rez-no
     move w-rez-tipi           to rez-tipi
     set rez-onayli to true
     move lk-acenta            to rez-acenta rez-rate-acenta
     move w-gir-tarih          to rez-gir-tar rez-voucher-gir-tar
     move w-cik-tarih          to rez-cik-tar
     move w-bugun              to rez-al-tar rez-isl-tar
     move w-banka              to rez-banka
     move w-doviz              to rez-doviz
     move w-pn-kod (w-p)       to rez-pan-tipi
     move w-od-konum (w-r)     to rez-fiyat-konumu
     move w-od-tip (w-r)       to rez-oda-tipi
     move w-cagri-buyuk        to rez-buyuk
     move w-cagri-kucuk        to rez-kucuk
     move "H"                  to rez-fiyat-fix
     perform motor-calistir
     if lk-sonuc-hata
        exit paragraph
     end-if
     perform motor-sonucu-oku
     .

*> fiyat motoru: anlasma/CAST yazilmaz, mesaj kutusu acilmaz.
 motor-calistir.
     initialize w-linkh-odahes
     move rez-no to linkh-rez-no
     move 9      to linkh-nereden
     move 0      to linkh-anl-yaz linkh-cast-yaz
     call "odahes" using rez-rec w-linkh-odahes
          on exception
             move "MOTR" to lk-red-nedeni
             set lk-sonuc-hata to true
     end-call
     cancel "odahes"
     .

 motor-sonucu-oku.
     move w-sablon-rez-no to hesayr-rez-no
     move w-gir-tarih     to hesayr-tarih
     start hesayr key is not less than hesayr-anah
           invalid move "10" to fs-hesayr
     end-start
     perform gece-satiri
             until fs-hesayr = "10"
     move "00" to fs-hesayr
     .

 gece-satiri.
     read hesayr next record
          at end move "10" to fs-hesayr
     end-read
     if fs-hesayr not = "00" and fs-hesayr not = "02"
        move "10" to fs-hesayr
     end-if
     if fs-hesayr = "10"
        exit paragraph
     end-if
     move hesayr-tarih to w-h-tarih
     if hesayr-rez-no not = w-sablon-rez-no
     or w-h-tarih not < w-cik-tarih
        move "10" to fs-hesayr
        exit paragraph
     end-if
     compute w-n = function integer-of-date (w-h-tarih)
                 - w-bas-int + 1
     evaluate w-tur
        when "F"
             move hesayr-ham-fiyat to w-g-fiyat (w-n, w-r, w-p)
             if hesayr-ham-fiyat > 0
                move "E" to w-fiyat-var
             end-if
             if w-r = 1 and w-p = 1
                perform teklifleri-topla
             end-if
        when "E"
             move hesayr-ham-fiyat to w-g-ek (w-n)
        when "C"
             move hesayr-ham-fiyat to w-g-cck (w-n)
     end-evaluate
     .

*> motor adimi uygulanmissa (sira > 0) kosul tabloya alinir; ayni
*> kosul sonraki gecelerde gecerliligini uzatir
 teklifleri-topla.
     move "EB " to w-aday-kod
     move hesayr-eb-sira   to w-aday-sira
     move hesayr-eb-acik   to w-aday-acik
     move spaces           to w-aday-anah
     perform teklif-ekle
     move "AK1" to w-aday-kod
     move hesayr-aks1-sira to w-aday-sira
     move hesayr-aks1-acik to w-aday-acik
     move hesayr-aks1-anah to w-aday-anah
     perform teklif-ekle
     move "AK2" to w-aday-kod
     move hesayr-aks2-sira to w-aday-sira
     move hesayr-aks2-acik to w-aday-acik
     move hesayr-aks2-anah to w-aday-anah
     perform teklif-ekle
     move "SP1" to w-aday-kod
     move hesayr-so1-sira  to w-aday-sira
     move hesayr-so1-acik  to w-aday-acik
     move hesayr-so1-anah  to w-aday-anah
     perform teklif-ekle
     move "SP2" to w-aday-kod
     move hesayr-so2-sira  to w-aday-sira
     move hesayr-so2-acik  to w-aday-acik
     move hesayr-so2-anah  to w-aday-anah
     perform teklif-ekle
     .

 teklif-ekle.
     if w-aday-sira = 0
        exit paragraph
     end-if
     move "H" to w-bulundu
     perform teklif-ara
             varying w-t from 1 by 1
             until w-t > w-teklif-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-t
        if w-n < w-tk-bas (w-t)
           move w-n to w-tk-bas (w-t)
        end-if
        if w-n > w-tk-bit (w-t)
           move w-n to w-tk-bit (w-t)
        end-if
        exit paragraph
     end-if
     if w-teklif-sayisi < 30
        add 1 to w-teklif-sayisi
        move w-aday-kod  to w-tk-kod  (w-teklif-sayisi)
        move w-aday-acik to w-tk-acik (w-teklif-sayisi)
        move w-aday-anah to w-tk-anah (w-teklif-sayisi)
        move w-n         to w-tk-bas  (w-teklif-sayisi)
        move w-n         to w-tk-bit  (w-teklif-sayisi)
     end-if
     .

 teklif-ara.
     if w-tk-kod (w-t) = w-aday-kod
     and w-tk-acik (w-t) = w-aday-acik
     and w-tk-anah (w-t) = w-aday-anah
        move "E" to w-bulundu
     end-if
     .

*> sablon REZ'in motor satirlari silinir.
 sablon-satirlari-sil.
     move w-sablon-rez-no to hesayr-rez-no
     move low-values      to hesayr-tarih
     start hesayr key is not less than hesayr-anah
           invalid move "10" to fs-hesayr
     end-start
     perform hesayr-sil-satiri
             until fs-hesayr = "10"
     move w-sablon-rez-no to formulhes-rez-no
     move low-values      to formulhes-tarih
     start formulhes key is not less than formulhes-anah
           invalid move "10" to fs-formulhes
     end-start
     perform formul-sil-satiri
             until fs-formulhes = "10"
     .

 hesayr-sil-satiri.
     read hesayr next record
          at end move "10" to fs-hesayr
     end-read
     if fs-hesayr not = "00" and fs-hesayr not = "02"
        move "10" to fs-hesayr
     end-if
     if fs-hesayr not = "10"
        if hesayr-rez-no not = w-sablon-rez-no
           move "10" to fs-hesayr
        else
           delete hesayr record invalid continue end-delete
        end-if
     end-if
     .

 formul-sil-satiri.
     read formulhes next record
          at end move "10" to fs-formulhes
     end-read
     if fs-formulhes not = "00" and fs-formulhes not = "02"
        move "10" to fs-formulhes
     end-if
     if fs-formulhes not = "10"
        if formulhes-rez-no not = w-sablon-rez-no
           move "10" to fs-formulhes
        else
           delete formulhes record invalid continue end-delete
        end-if
     end-if
     .

*> yeni donem, herhangi bir hucrenin ya da indirimin onceki
*> geceden farkli oldugu gecede baslar
 donemleri-bul.
     move 0 to w-donem-sayisi
     perform donem-gecesi
             varying w-n from 1 by 1 until w-n > w-gece-sayisi
     if w-donem-sayisi > 0
        move w-gece-sayisi to w-dn-bit (w-donem-sayisi)
     end-if
     .

 donem-gecesi.
     move "H" to w-farkli
     if w-n = 1
        move "E" to w-farkli
     else
        if w-g-ek (w-n) not = w-g-ek (w-n - 1)
        or w-g-cck (w-n) not = w-g-cck (w-n - 1)
           move "E" to w-farkli
        end-if
        perform hucre-karsilastir
                varying w-r from 1 by 1 until w-r > w-oda-sayisi
                   or w-farkli = "E"
                after w-p from 1 by 1 until w-p > w-pan-sayisi
     end-if
     if w-farkli = "E"
        if w-donem-sayisi > 0
           compute w-dn-bit (w-donem-sayisi) = w-n - 1
        end-if
        add 1 to w-donem-sayisi
        move w-n to w-dn-bas (w-donem-sayisi)
     end-if
     .

 hucre-karsilastir.
     if w-g-fiyat (w-n, w-r, w-p) not =
        w-g-fiyat (w-n - 1, w-r, w-p)
        move "E" to w-farkli
     end-if
     .

*> basliklar acentanin dilinde; sablon yoksa varsayilanlar kalir
 etiketleri-al.
     move w-varsayilan-etiketler to w-etiketler
     initialize w-dilsablo-link
     move "U"    to wds-mod
     move "FYLS" to wds-dokuman-tipi
     move w-dil  to wds-dil
     move "TR"   to wds-yedek-dil
     call "dilsablo" using w-dilsablo-link
          on exception move "H" to wds-sonuc
     end-call
     if wds-sonuc = "H"
        exit paragraph
     end-if
     move 0 to w-e
     open input etiket-metin
     if fs-metin = "00"
        perform etiket-satiri
                until fs-metin not = "00" or w-e >= 20
        close etiket-metin
     end-if
     .

 etiket-satiri.
     read etiket-metin
          at end move "10" to fs-metin
     end-read
     if fs-metin = "00"
        add 1 to w-e
        if metin-satir not = spaces
           move metin-satir to w-etiket (w-e)
        end-if
     end-if
     .

*> icerik ozeti: donem sinirlari, donem basindaki tum fiyatlar,
*> indirimler, kosullar (kod, aciklama, anahtar ve geceleri), iptal
*> bantlari ve release. Her deger sirasiyla katlanarak eklenir
*> (ozete-ekle); ayni degerlerin yer degistirmesi de ozeti degistirir
 ozet-hesapla.
     move 0 to w-ozet
     move w-doviz to w-ozet-deger
     perform ozete-ekle
     move w-gece-sayisi to w-ozet-deger
     perform ozete-ekle
     move w-teklif-sayisi to w-ozet-deger
     perform ozete-ekle
     perform donem-ozeti
             varying w-dn from 1 by 1 until w-dn > w-donem-sayisi
     perform teklif-ozeti
             varying w-t from 1 by 1 until w-t > w-teklif-sayisi
     perform iptal-ozeti
     perform release-ozeti
             varying w-dn from 1 by 1 until w-dn > w-donem-sayisi
     .

 donem-ozeti.
     move w-dn-bas (w-dn) to w-n
     move w-dn-bas (w-dn) to w-ozet-deger
     perform ozete-ekle
     move w-g-ek (w-n) to w-ozet-deger
     perform ozete-ekle
     move w-g-cck (w-n) to w-ozet-deger
     perform ozete-ekle
     perform hucre-ozeti
             varying w-r from 1 by 1 until w-r > w-oda-sayisi
             after w-p from 1 by 1 until w-p > w-pan-sayisi
     .

 hucre-ozeti.
     move w-g-fiyat (w-n, w-r, w-p) to w-ozet-deger
     perform ozete-ekle
     .

 teklif-ozeti.
     move w-tk-bas (w-t) to w-ozet-deger
     perform ozete-ekle
     move w-tk-bit (w-t) to w-ozet-deger
     perform ozete-ekle
     move w-tk-kod (w-t)  to w-ozet-metin (1:3)
     move w-tk-acik (w-t) to w-ozet-metin (4:10)
     move w-tk-anah (w-t) to w-ozet-metin (14:40)
     perform metin-ozeti
             varying w-oc from 1 by 1 until w-oc > 53
     .

 metin-ozeti.
     compute w-ozet-deger = function ord (w-ozet-metin (w-oc:1))
     perform ozete-ekle
     .

*> ozet = (ozet x 31 + deger) mod 9999999999991 - her deger yerine
*> gore farkli agirlik alir
 ozete-ekle.
     compute w-ozet = function rem (w-ozet * 31 + w-ozet-deger,
                                    9999999999991)
     .

 iptal-ozeti.
     open input aniptpol
     if fs-aniptpol not = "00"
        exit paragraph
     end-if
     move lk-acenta to aniptpol-acenta
     move 0 to aniptpol-sira
     start aniptpol key is not less than aniptpol-anah
           invalid move "10" to fs-aniptpol
     end-start
     perform iptal-ozet-satiri
             until fs-aniptpol = "10"
     close aniptpol
     .

 iptal-ozet-satiri.
     read aniptpol next record
          at end move "10" to fs-aniptpol
     end-read
     if fs-aniptpol not = "00" and fs-aniptpol not = "02"
        move "10" to fs-aniptpol
     end-if
     if fs-aniptpol not = "10"
        if aniptpol-acenta not = lk-acenta
           move "10" to fs-aniptpol
        else
           move aniptpol-esik-gun to w-ozet-deger
           perform ozete-ekle
           move aniptpol-ceza-yuzde to w-ozet-deger
           perform ozete-ekle
           move aniptpol-ceza-gece to w-ozet-deger
           perform ozete-ekle
        end-if
     end-if
     .

 release-ozeti.
     move w-dn-bas (w-dn) to w-n
     perform oda-release-ozeti
             varying w-r from 1 by 1 until w-r > w-oda-sayisi
     .

 oda-release-ozeti.
     perform release-oku
     move kontenj-release-gun to w-ozet-deger
     perform ozete-ekle
     .

*> release: acentanin oda tipi kontenjaninin donem basi gecesi
 release-oku.
     move 0 to kontenj-release-gun
     open input kontenj
     if fs-kontenj not = "00"
        exit paragraph
     end-if
     move lk-acenta        to kontenj-acenta
     move w-od-tip (w-r)   to kontenj-odatip
     move w-g-tarih (w-n)  to kontenj-tarih
     read kontenj
          invalid move 0 to kontenj-release-gun
     end-read
     close kontenj
     .

*> ---------------------------------------------------------------
*> surum kaydi
*> ---------------------------------------------------------------
 surum-bul.
     move "E" to w-yeni-surum
     move 0 to w-versiyon
     move lk-acenta to fyl-acenta
     move lk-sezon  to fyl-sezon
     move 999       to fyl-versiyon
     start fytlis key is less than fyl-anah
           invalid move "10" to fs-fytlis
     end-start
     if fs-fytlis not = "10"
        read fytlis previous record
             at end move "10" to fs-fytlis
        end-read
     end-if
     if fs-fytlis = "00"
     and fyl-acenta = lk-acenta and fyl-sezon = lk-sezon
        move fyl-versiyon to w-versiyon
        if fyl-ozet = w-ozet and fyl-dil = w-dil
        and fyl-doviz = w-doviz
        and fyl-donem-sayisi = w-donem-sayisi
           move "H" to w-yeni-surum
           move fyl-belge-no to w-belge-no
           move fyl-pdf-adi  to w-pdf-adi
*>         mevcut PDF saklama suresi dolup silindiyse (pdfarsiv)
*>         ayni versiyon yeni numarayla yeniden basilir
           call "CBL_CHECK_FILE_EXIST" using w-pdf-adi w-dosya-bilgi
                returning w-dosya-sonuc
           end-call
           if w-dosya-sonuc not = 0
              move "Y" to w-yeni-surum
           end-if
        end-if
     end-if
     move "00" to fs-fytlis
     if w-yeni-surum = "E"
        add 1 to w-versiyon
     end-if
     if w-yeni-surum not = "H"
        perform belge-no-bul
     end-if
     .

*> belge numarasi PDF adidir; dok2pdf'e belge gonderen tum
*> programlarin ortak sayacindan (pdfno / DOKPDFLG) alinir, FYTLIS'te
*> hala bir versiyonun kullandigi numara atlanir
 belge-no-bul.
     move "H" to w-bulundu
     perform belge-no-dene
             varying w-no-deneme from 1 by 1
             until w-no-deneme > 9999 or w-bulundu = "E"
                or lk-sonuc-hata
     move "00" to fs-fytlis
     if w-bulundu not = "E"
        move "PDF " to lk-red-nedeni
        set lk-sonuc-hata to true
     end-if
     .

 belge-no-dene.
     call "pdfno" using w-pdfno-link
          on exception move "H" to wpn-sonuc
     end-call
     if wpn-sonuc not = "T"
        move "PDF " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move wpn-pdf-no to fyl-belge-no
     read fytlis key is fyl-belge-no
          invalid move "E" to w-bulundu
     end-read
     if w-bulundu = "E"
        move wpn-pdf-no   to w-belge-no
        move wpn-pdf-yolu to w-pdf-adi
     end-if
     .

 surum-yaz.
     initialize fyl-rec
     move lk-acenta      to fyl-acenta
     move lk-sezon       to fyl-sezon
     move w-versiyon     to fyl-versiyon
     move w-belge-no     to fyl-belge-no
     move w-bugun        to fyl-uretim-tarih
     move w-simdi        to fyl-uretim-saat
     move lk-kllnc       to fyl-kllnc
     move w-dil          to fyl-dil
     move w-doviz        to fyl-doviz
     move w-bas-tar      to fyl-bas-tar
     move w-bit-tar      to fyl-bit-tar
     move w-donem-sayisi to fyl-donem-sayisi
     move w-ozet         to fyl-ozet
     move w-pdf-adi      to fyl-pdf-adi
     set fyl-uretildi to true
     write fyl-rec
           invalid
               move "PDF " to lk-red-nedeni
               set lk-sonuc-hata to true
     end-write
     .

*> ayni versiyonun yeniden basilan PDF'i
 surum-belge-guncelle.
     move lk-acenta  to fyl-acenta
     move lk-sezon   to fyl-sezon
     move w-versiyon to fyl-versiyon
     read fytlis
          invalid
              move "PDF " to lk-red-nedeni
              set lk-sonuc-hata to true
              exit paragraph
     end-read
     move w-belge-no to fyl-belge-no
     move w-pdf-adi  to fyl-pdf-adi
     rewrite fyl-rec
             invalid
                 move "PDF " to lk-red-nedeni
                 set lk-sonuc-hata to true
     end-rewrite
     .

*> ---------------------------------------------------------------
*> belge (dokumer) ve PDF
*> ---------------------------------------------------------------
*> icerigi degismeyen versiyonun mevcut PDF'i kullanilir
 belge-yaz.
     if w-yeni-surum = "H"
        exit paragraph
     end-if
     move w-versiyon to w-ver-ed
     move spaces to fiyatlis-belge-dosya
     string "/tmp/fytl" lk-acenta w-ver-ed w-belge-no
            delimited by size into fiyatlis-belge-dosya
     open output fiyatlis-belge
     if fs-belge not = "00"
        move "PDF " to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform cari-oku
     perform belge-baslik
     perform belge-donem
             varying w-dn from 1 by 1 until w-dn > w-donem-sayisi
     perform belge-teklifler
     perform belge-iptal
     perform belge-odeme
     close fiyatlis-belge
     move fiyatlis-belge-dosya to wdp-dokumer-adres
     call "dok2pdf" using w-dok2pdf-link
          on exception
             move "PDF " to lk-red-nedeni
             set lk-sonuc-hata to true
     end-call
     if lk-sonuc-hata
        exit paragraph
     end-if
     evaluate w-yeni-surum
        when "E"
             perform surum-yaz
        when "Y"
             perform surum-belge-guncelle
     end-evaluate
     .

 cari-oku.
     move spaces to w-unvan
     move spaces to cari-email
     open input cari
     if fs-cari = "00"
        move lk-acenta to cari-kodu
        read cari
             invalid move spaces to cari-email
             not invalid move cari-unvan to w-unvan
        end-read
        close cari
     end-if
     .

 belge-bas-b.
     move spaces to fiyatlis-belge-satir
     move "B" to fiyatlis-belge-satir (1:1)
     move w-paket-satir to fiyatlis-belge-satir (22:111)
     write fiyatlis-belge-satir
     .

 belge-bas-kolon.
     move spaces to fiyatlis-belge-satir
     move "D1" to fiyatlis-belge-satir (1:2)
     move w-paket-satir to fiyatlis-belge-satir (22:111)
     write fiyatlis-belge-satir
     .

 belge-bas-veri.
     move spaces to fiyatlis-belge-satir
     move w-paket-satir to fiyatlis-belge-satir (22:111)
     write fiyatlis-belge-satir
     .

 tarih-duzenle.
     move spaces to w-tarih-ed
     string w-tr-gun "." w-tr-ay "." w-tr-yil
            delimited by size into w-tarih-ed
     .

 belge-baslik.
     move spaces to w-paket-satir
     string w-etiket (1) delimited by "  "
            " - " lk-acenta " " w-unvan
            delimited by size into w-paket-satir
     perform belge-bas-b
     move w-bas-tar to w-tarih
     perform tarih-duzenle
     move w-tarih-ed to w-tarih-ed2
     move w-bit-tar to w-tarih
     perform tarih-duzenle
     move spaces to w-paket-satir
     string w-etiket (3) delimited by "  "
            ": " lk-sezon " " w-tarih-ed2 " - " w-tarih-ed
            "   " w-etiket (4) delimited by "  "
            ": " w-doviz-adi
            delimited by size into w-paket-satir
     perform belge-bas-b
     move w-bugun to w-tarih
     perform tarih-duzenle
     move spaces to w-paket-satir
     string w-etiket (15) delimited by "  "
            ": " w-ver-ed " " w-tarih-ed
            delimited by size into w-paket-satir
     perform belge-bas-b
     .

*> donem basligi, oda tipi x pansiyon tablosu, release ve
*> indirimler
 belge-donem.
     move w-dn-bas (w-dn) to w-n
     move w-g-tarih (w-n) to w-tarih
     perform tarih-duzenle
     move w-tarih-ed to w-tarih-ed2
     move w-dn-bit (w-dn) to w-son-ix
     move w-g-tarih (w-son-ix) to w-tarih
     perform tarih-duzenle
     move spaces to w-paket-satir
     string w-etiket (5) delimited by "  "
            ": " w-tarih-ed2 " - " w-tarih-ed
            delimited by size into w-paket-satir
     perform belge-bas-b
     move spaces to w-paket-satir
     move w-etiket (6) to w-paket-satir (1:20)
     move "|" to w-paket-satir (21:1)
     move 22 to w-kolon
     perform pansiyon-basligi
             varying w-p from 1 by 1 until w-p > w-pan-sayisi
     move w-etiket (7) to w-paket-satir (w-kolon:7)
     perform belge-bas-kolon
     perform oda-satiri
             varying w-r from 1 by 1 until w-r > w-oda-sayisi
     perform indirim-satiri
     .

 pansiyon-basligi.
     move w-pn-adi (w-p) to w-paket-satir (w-kolon:10)
     add 10 to w-kolon
     move "|" to w-paket-satir (w-kolon:1)
     add 1 to w-kolon
     .

 oda-satiri.
     move spaces to w-paket-satir
     move w-od-adi (w-r) to w-paket-satir (1:20)
     move "|" to w-paket-satir (21:1)
     move 22 to w-kolon
     perform fiyat-hucresi
             varying w-p from 1 by 1 until w-p > w-pan-sayisi
     perform release-oku
     if kontenj-release-gun > 0
        move kontenj-release-gun to w-gun-ed
        move w-gun-ed to w-paket-satir (w-kolon:3)
     else
        move "-" to w-paket-satir (w-kolon + 2:1)
     end-if
     perform belge-bas-veri
     .

 fiyat-hucresi.
     if w-g-fiyat (w-n, w-r, w-p) > 0
        move w-g-fiyat (w-n, w-r, w-p) to w-tutar-ed
        move w-tutar-ed to w-paket-satir (w-kolon:10)
     else
        move "-" to w-paket-satir (w-kolon + 9:1)
     end-if
     add 10 to w-kolon
     move "|" to w-paket-satir (w-kolon:1)
     add 1 to w-kolon
     .

*> indirim, temel oda/pansiyonda yetiskin kisi basi fiyata gore:
*> 100 - (ek kisinin getirdigi tutar / (2 yetiskin fiyati / 2))
 indirim-satiri.
     move w-g-fiyat (w-n, 1, 1) to w-temel
     move spaces to w-paket-satir
     move w-g-cck (w-n) to w-karsi
     perform indirim-hesapla
     string w-etiket (8) delimited by "  "
            ": %" w-yuzde-ed
            delimited by size into w-paket-satir (1:50)
     move w-g-ek (w-n) to w-karsi
     perform indirim-hesapla
     string w-etiket (9) delimited by "  "
            ": %" w-yuzde-ed
            delimited by size into w-paket-satir (51:50)
     perform belge-bas-veri
     .

 indirim-hesapla.
     move 0 to w-yuzde
     if w-temel > 0 and w-karsi > 0
        compute w-ek-tutar = w-karsi - w-temel
        compute w-kisi-basi = w-temel / 2
        compute w-yuzde rounded =
                100 - (w-ek-tutar * 100 / w-kisi-basi)
     end-if
     move w-yuzde to w-yuzde-ed
     .

 belge-teklifler.
     move spaces to w-paket-satir
     move w-etiket (10) to w-paket-satir
     perform belge-bas-b
     move spaces to w-paket-satir
     move w-etiket (18) to w-paket-satir (1:5)
     move "|" to w-paket-satir (6:1)
     move w-etiket (19) to w-paket-satir (7:10)
     move "|" to w-paket-satir (17:1)
     move w-etiket (20) to w-paket-satir (18:40)
     move "|" to w-paket-satir (58:1)
     move w-etiket (14) to w-paket-satir (59:25)
     perform belge-bas-kolon
     if w-teklif-sayisi = 0
        move spaces to w-paket-satir
        move "-" to w-paket-satir (1:1)
        perform belge-bas-veri
     end-if
     perform teklif-satiri
             varying w-t from 1 by 1 until w-t > w-teklif-sayisi
     .

 teklif-satiri.
     move spaces to w-paket-satir
     move w-tk-kod (w-t)  to w-paket-satir (1:5)
     move "|" to w-paket-satir (6:1)
     move w-tk-acik (w-t) to w-paket-satir (7:10)
     move "|" to w-paket-satir (17:1)
     move w-tk-anah (w-t) to w-paket-satir (18:40)
     move "|" to w-paket-satir (58:1)
     move w-tk-bas (w-t) to w-son-ix
     move w-g-tarih (w-son-ix) to w-tarih
     perform tarih-duzenle
     move w-tarih-ed to w-tarih-ed2
     move w-tk-bit (w-t) to w-son-ix
     move w-g-tarih (w-son-ix) to w-tarih
     perform tarih-duzenle
     string w-tarih-ed2 " - " w-tarih-ed
            delimited by size into w-paket-satir (59:25)
     perform belge-bas-veri
     .

 belge-iptal.
     move spaces to w-paket-satir
     move w-etiket (11) to w-paket-satir
     perform belge-bas-b
     move spaces to w-paket-satir
     move w-etiket (12) to w-paket-satir (1:30)
     move "|" to w-paket-satir (31:1)
     move w-etiket (13) to w-paket-satir (32:30)
     perform belge-bas-kolon
     open input aniptpol
     if fs-aniptpol not = "00"
        exit paragraph
     end-if
     move lk-acenta to aniptpol-acenta
     move 0 to aniptpol-sira
     start aniptpol key is not less than aniptpol-anah
           invalid move "10" to fs-aniptpol
     end-start
     perform iptal-satiri
             until fs-aniptpol = "10"
     close aniptpol
     .

 iptal-satiri.
     read aniptpol next record
          at end move "10" to fs-aniptpol
     end-read
     if fs-aniptpol not = "00" and fs-aniptpol not = "02"
        move "10" to fs-aniptpol
     end-if
     if fs-aniptpol = "10"
        exit paragraph
     end-if
     if aniptpol-acenta not = lk-acenta
        move "10" to fs-aniptpol
        exit paragraph
     end-if
     move spaces to w-paket-satir
     move aniptpol-esik-gun to w-gun-ed
     string "< " w-gun-ed delimited by size
            into w-paket-satir (1:30)
     move "|" to w-paket-satir (31:1)
     if aniptpol-ceza-gece > 0
        move aniptpol-ceza-gece to w-gun-ed
        string w-gun-ed " " delimited by size
               w-etiket (14) delimited by "  "
               into w-paket-satir (32:30)
     else
        move aniptpol-ceza-yuzde to w-yuzde-ed
        string "%" w-yuzde-ed delimited by size
               into w-paket-satir (32:30)
     end-if
     perform belge-bas-veri
     .

*> KONTRAT: sezonla kesisen rate kodlari ve odeme vadesi
 belge-odeme.
     move spaces to w-paket-satir
     move w-etiket (16) to w-paket-satir
     perform belge-bas-b
     open input kontrat
     if fs-kontrat not = "00"
        exit paragraph
     end-if
     move lk-acenta  to kontrat-acenta-kodu
     move low-values to kontrat-rate-kodu
     move 0          to kontrat-gecerli-tarih
     start kontrat key is not less than kontrat-anah
           invalid move "10" to fs-kontrat
     end-start
     perform odeme-satiri
             until fs-kontrat = "10"
     close kontrat
     .

 odeme-satiri.
     read kontrat next record
          at end move "10" to fs-kontrat
     end-read
     if fs-kontrat not = "00" and fs-kontrat not = "02"
        move "10" to fs-kontrat
     end-if
     if fs-kontrat = "10"
        exit paragraph
     end-if
     if kontrat-acenta-kodu not = lk-acenta
        move "10" to fs-kontrat
        exit paragraph
     end-if
     if kontrat-gecerli-tarih > w-bit-tar
     or kontrat-bitis-tarih < w-bas-tar
        exit paragraph
     end-if
     move kontrat-gecerli-tarih to w-tarih
     perform tarih-duzenle
     move w-tarih-ed to w-tarih-ed2
     move kontrat-bitis-tarih to w-tarih
     perform tarih-duzenle
     move kontrat-odeme-vade-gun to w-gun-ed
     move spaces to w-paket-satir
     string kontrat-rate-kodu " " w-tarih-ed2 " - " w-tarih-ed
            "  " w-gun-ed " " delimited by size
            w-etiket (17) delimited by "  "
            into w-paket-satir
     perform belge-bas-veri
     .

*> ---------------------------------------------------------------
*> gonderim
*> ---------------------------------------------------------------
 liste-gonder.
     move lk-alici to w-alici
     if w-alici = spaces
        move cari-email to w-alici
     end-if
     if w-alici = spaces
        move "MAIL" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open i-o maildata
     if fs-maildata = "35"
        close maildata
        open output maildata
        close maildata
        open i-o maildata
     end-if
     if fs-maildata not = "00"
        close maildata
        move "MAIL" to lk-red-nedeni
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform mail-sira-bul
     initialize maildata-rec
     move w-bugun     to maildata-tarih
     add 1 to w-mail-sira
     move w-mail-sira to maildata-sira
     move w-versiyon  to w-ver-ed
     move spaces to w-mail-id
     string "FYL" lk-acenta lk-sezon w-ver-ed
            delimited by size into w-mail-id
     move w-mail-id   to maildata-mail-id
     move "fiyatlis"  to maildata-kaynak-program
     move w-alici     to maildata-alici
     string w-etiket (1) delimited by "  "
            " " lk-sezon " V" w-ver-ed " " w-belge-no ".pdf"
            delimited by size into maildata-konu
     set maildata-beklemede to true
     write maildata-rec
           invalid
               move "MAIL" to lk-red-nedeni
               set lk-sonuc-hata to true
     end-write
     close maildata
     if lk-sonuc-hata
        exit paragraph
     end-if
     move lk-acenta  to fyl-acenta
     move lk-sezon   to fyl-sezon
     move w-versiyon to fyl-versiyon
     read fytlis
          invalid exit paragraph
     end-read
     set fyl-gonderildi to true
     add 1 to fyl-gonderim-sayisi
     move w-bugun     to fyl-son-gonderim-tarih
     move w-simdi     to fyl-son-gonderim-saat
     move w-alici     to fyl-alici
     move w-bugun     to fyl-mail-tarih
     move w-mail-sira to fyl-mail-sira
     move lk-kllnc    to fyl-gonderen
     rewrite fyl-rec
           invalid continue
     end-rewrite
     .

 mail-sira-bul.
     move 0 to w-mail-sira
     move w-bugun     to maildata-tarih
     move high-values to maildata-sira
     start maildata key is less than maildata-anah
           invalid continue
     end-start
     read maildata previous record
          at end continue
     end-read
     if fs-maildata = "00" and maildata-tarih = w-bugun
        move maildata-sira to w-mail-sira
     end-if
     .

*> ---------------------------------------------------------------
*> surum ve gonderim listesi
*> ---------------------------------------------------------------
 surum-raporu.
     open output fiyatlis-rapor
     move spaces to fiyatlis-rapor-satir
     string "ACENTA FIYAT LISTESI SURUMLERI  " w-bugun
            delimited by size into fiyatlis-rapor-satir
     write fiyatlis-rapor-satir
     move spaces to fiyatlis-rapor-satir
     string "ACEN SEZON  VER BELGE URETIM   KULLANICI  DIL DV "
            "DONEM DURUM GONDERIM ADET ALICI"
            delimited by size into fiyatlis-rapor-satir
     write fiyatlis-rapor-satir
     move lk-acenta  to fyl-acenta
     move low-values to fyl-sezon
     move 0          to fyl-versiyon
     start fytlis key is not less than fyl-anah
           invalid move "10" to fs-fytlis
     end-start
     perform surum-satiri
             until fs-fytlis = "10"
     move "00" to fs-fytlis
     move lk-sayi to w-sayi-ed
     move spaces to fiyatlis-rapor-satir
     string "SURUM: " w-sayi-ed
            delimited by size into fiyatlis-rapor-satir
     write fiyatlis-rapor-satir
     close fiyatlis-rapor
     .

 surum-satiri.
     read fytlis next record
          at end move "10" to fs-fytlis
     end-read
     if fs-fytlis not = "00" and fs-fytlis not = "02"
        move "10" to fs-fytlis
     end-if
     if fs-fytlis = "10"
        exit paragraph
     end-if
     if lk-acenta not = spaces and fyl-acenta not = lk-acenta
        move "10" to fs-fytlis
        exit paragraph
     end-if
     add 1 to lk-sayi
     move spaces to fiyatlis-rapor-satir
     move fyl-acenta            to fiyatlis-rapor-satir (1:4)
     move fyl-sezon             to fiyatlis-rapor-satir (6:6)
     move fyl-versiyon          to fiyatlis-rapor-satir (13:3)
     move fyl-belge-no          to fiyatlis-rapor-satir (17:4)
     move fyl-uretim-tarih      to fiyatlis-rapor-satir (23:8)
     move fyl-kllnc             to fiyatlis-rapor-satir (32:10)
     move fyl-dil               to fiyatlis-rapor-satir (43:2)
     move fyl-doviz             to fiyatlis-rapor-satir (47:2)
     move fyl-donem-sayisi      to fiyatlis-rapor-satir (50:3)
     move fyl-durum             to fiyatlis-rapor-satir (57:1)
     if fyl-gonderildi
        move fyl-son-gonderim-tarih to fiyatlis-rapor-satir (62:8)
        move fyl-gonderim-sayisi    to w-sayi-ed
        move w-sayi-ed              to fiyatlis-rapor-satir (71:5)
        move fyl-alici              to fiyatlis-rapor-satir (77:56)
     end-if
     write fiyatlis-rapor-satir
     .
