*> kasavans.cbl
*> Departman kasa avanslari, harcama fisleri ve yenileme. Kat
*> hizmetleri, teknik ve animasyon sorumlulari kucuk alimlar icin
*> ana kasadan avans aliyor; avanslar kagit zarflarda izleniyor ve
*> kapanmamis avanslar aylarca acik kaliyordu. Bu alt program:
*>   - lk-mod-avans: departman + personel (vardiya.cbl'in VRDPERS
*>     tanimindaki aktif sicil) adina avans verir (KAVANS; avans no
*>     son numara + 1, lk-avans-no'da doner). Departman bos ise
*>     personelin VRDPERS departmani alinir,
*>   - lk-mod-fis: acik avansa harcama fisi isler (KAVFIS) -
*>     tedarikci, vergi no, belge no, KDV dahil tutar, KDV orani ve
*>     butce kalemi; kalem fis yilinin BUTCE'sinde (but-KALEM)
*>     bulunmalidir, KDV tutari orandan ayrilir,
*>   - lk-mod-kapat: yenileme calismasi. lk-avans-no verilirse o
*>     avans, verilmezse lk-departman'in (bos ise tum
*>     departmanlarin) fisi olan acik avanslari kapatilir; kalan
*>     tutar kisinin kasaya iadesidir (eksi ise kasanin kisiye
*>     odemesi). Kapanan her avans kasaynl.txt'ye dokulur,
*>   - lk-mod-yaslandirma (gecedrv'nin gece adimi; parametresiz
*>     cagrida yalniz ayin son gunu basilir): acik avanslarin
*>     personel bazinda yaslandirmasi (0-30 / 31-60 / 61-90 / 90+
*>     gun, kalan tutar uzerinden) kasavans.txt'ye basilir.
*> Muhasebe koprusu: avans verilisi ("A"), kapanista her fisin
*> KDV haric gideri ("G", butce kalemi ve departmaniyla) ve kasa
*> iadesi ("K") kasavans.muh devir dosyasina eklenir; HESAP tarafi
*> harici muhasebe modulunun dosyasidir (bkz. kurdeger.cbl,
*> muhapost.cbl), aktarim bu devir noktasindan yapilir. Satir:
*>   KASAVANS tarih avans-no sira tip kalem departman vergi-no
*>            belge-no matrah kdv
*> gece adimi: INITIAL kullanilamaz - INITIAL cikis aninda
*> RETURN-CODE yazmacini da sifirladigindan surucu adim hatasini
*> goremezdi; calisma durumlari her akista acikca sifirlanir
program-id. kasavans.
environment division.
input-output section.
file-control.
     copy "kavans.sel.cpy".

     copy "kavfis.sel.cpy".

     copy "butce.sel.cpy".

     select vrdpers assign to random
            vrdpers-dosya
            organization indexed
            access mode is dynamic
            record key is vrp-sicil
            file status is fs-vrdpers.

     select kasavans-devir assign to random
            kasavans-devir-dosya
            organization line sequential
            file status is fs-devir.

     select kasavans-rapor assign to random
            kasa-rapor-dosya
            organization line sequential.

data division.
file section.
 copy "kavans.lib.cpy".

 copy "kavfis.lib.cpy".

 copy "butce.lib.cpy".

*> personel tanimi (duzen vardiya.cbl ile aynidir)
fd  vrdpers.
01  vrp-rec.
    02  vrp-sicil                pic x(06).
    02  vrp-adi                  pic x(30).
    02  vrp-departman            pic x(04).
    02  vrp-aktif                pic x(01).
        88  vrp-calisiyor            value "E".

fd  kasavans-devir.
01  kasavans-devir-satir         pic x(132).

fd  kasavans-rapor.
01  kasavans-rapor-satir         pic x(132).

working-storage section.
01  kavans-dosya                 pic x(200) value "kavans.dat".
01  kavfis-dosya                 pic x(200) value "kavfis.dat".
01  butce-dosya                  pic x(200) value "butce.dat".
01  vrdpers-dosya                pic x(200) value "vrdpers.dat".
01  kasavans-devir-dosya         pic x(200) value "kasavans.muh".
01  kasavans-rapor-dosya         pic x(200) value "kasavans.txt".
01  kasaynl-rapor-dosya          pic x(200) value "kasaynl.txt".
01  kasa-rapor-dosya             pic x(200).
01  fs-kavans                    pic xx.
01  fs-kavfis                    pic xx.
01  fs-butce                     pic xx.
01  fs-vrdpers                   pic xx.
01  fs-devir                     pic xx.

01  w-bugun                      pic 9(08).
01  w-yarin                      pic 9(08).
01  w-tarih                      pic 9(08).
01  w-avans-no                   pic 9(06).
01  w-kapanan-sayisi             pic 9(05).
01  w-kalan                      pic s9(10)v99.
01  w-matrah                     pic s9(10)v99.
01  w-kapat-matrah               pic s9(11)v99.
01  w-kapat-kdv                  pic s9(11)v99.
01  w-gun                        pic 9(05).
01  w-dilim                      pic 9(01).

*> yaslandirma toplamlari (1: 0-30, 2: 31-60, 3: 61-90, 4: 90+)
01  w-kisi-tablosu.
    02  w-kisi-dilim             pic s9(11)v99 occurs 4 times.
01  w-genel-tablosu.
    02  w-genel-dilim            pic s9(11)v99 occurs 4 times.
01  w-kisi-kalan                 pic s9(11)v99.
01  w-genel-kalan                pic s9(11)v99.
01  w-kisi-avans-sayisi          pic 9(04).
01  w-genel-avans-sayisi         pic 9(05).
01  w-onceki-sicil               pic x(06).
01  w-onceki-adi                 pic x(30).

01  w-tutar-ed                   pic z(9)9,99-.
01  w-tutar-ed2                  pic z(9)9,99-.
01  w-tutar-ed3                  pic z(9)9,99-.
01  w-dilim-ed                   pic z(9)9,99- occurs 4 times.
01  w-gun-ed                     pic z(4)9.
01  w-sayi-ed                    pic z(4)9.

*> gecedrv parametresiz cagirdiginda ay sonu yaslandirmasi kosulur
01  w-gece-link.
    02  filler                   pic x(01) value "Y".
    02  filler                   pic 9(06) value 0.
    02  filler                   pic x(06) value spaces.
    02  filler                   pic x(04) value spaces.
    02  filler                   pic s9(10)v99 value 0.
    02  filler                   pic 9(02)v99 value 0.
    02  filler                   pic 9(08) value 0.
    02  filler                   pic x(30) value spaces.
    02  filler                   pic x(11) value spaces.
    02  filler                   pic x(16) value spaces.
    02  filler                   pic x(06) value spaces.
    02  filler                   pic x(40) value spaces.
    02  filler                   pic x(10) value spaces.
    02  filler                   pic x(01) value "G".
    02  filler                   pic x(01) value space.

linkage section.
01  kasavans-link.
    02  lk-mod                   pic x(01).
        88  lk-mod-avans             value "A".
        88  lk-mod-fis               value "F".
        88  lk-mod-kapat             value "K".
        88  lk-mod-yaslandirma       value "Y".
    02  lk-avans-no              pic 9(06).
    02  lk-sicil                 pic x(06).
    02  lk-departman             pic x(04).
*>   avans tutari ya da fisin KDV dahil tutari
    02  lk-tutar                 pic s9(10)v99.
    02  lk-kdv-oran              pic 9(02)v99.
*>   fis tarihi / yaslandirma tarihi (0 ise bugun)
    02  lk-tarih                 pic 9(08).
    02  lk-tedarikci             pic x(30).
    02  lk-vergi-no              pic x(11).
    02  lk-belge-no              pic x(16).
    02  lk-kalem                 pic x(06).
    02  lk-aciklama              pic x(40).
    02  lk-kllnc                 pic x(10).
*>   "G" gece cagrisi: yaslandirma yalniz ayin son gunu basilir
    02  lk-cagri                 pic x(01).
        88  lk-cagri-gece            value "G".
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using optional kasavans-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     if address of kasavans-link = null
        set address of kasavans-link to address of w-gece-link
     end-if
     set lk-sonuc-tamam to true
     move 0 to return-code w-kapanan-sayisi
     if lk-tarih > 0
        move lk-tarih to w-tarih
     else
        move w-bugun to w-tarih
     end-if
     if lk-mod-yaslandirma and lk-cagri-gece
        compute w-yarin = function date-of-integer
                (function integer-of-date (w-bugun) + 1)
        if w-yarin (7:2) not = "01"
           goback
        end-if
     end-if
     open i-o kavans
     if fs-kavans = "35"
        close kavans
        open output kavans
        close kavans
        open i-o kavans
     end-if
     open i-o kavfis
     if fs-kavfis = "35"
        close kavfis
        open output kavfis
        close kavfis
        open i-o kavfis
     end-if
     if fs-kavans not = "00" or fs-kavfis not = "00"
        close kavans kavfis
        set lk-sonuc-hata to true
        move 1 to return-code
        goback
     end-if
     evaluate true
        when lk-mod-avans       perform avans-ver
        when lk-mod-fis         perform fis-isle
        when lk-mod-kapat       perform yenileme
        when lk-mod-yaslandirma perform yaslandirma
        when other              set lk-sonuc-hata to true
     end-evaluate
     close kavans kavfis
     if lk-sonuc-hata
        move 1 to return-code
     end-if
     goback.

*> ---------------------------------------------------------------
*> avans verilisi
*> ---------------------------------------------------------------
 avans-ver.
     if lk-tutar not > 0
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     open input vrdpers
     if fs-vrdpers not = "00"
        close vrdpers
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-sicil to vrp-sicil
     read vrdpers key is vrp-sicil
          invalid move "23" to fs-vrdpers
     end-read
     close vrdpers
     if fs-vrdpers not = "00"
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     if not vrp-calisiyor
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     perform son-avans-bul
     initialize kav-rec
     add 1 to w-avans-no
     move w-avans-no     to kav-avans-no
     move vrp-sicil      to kav-sicil
     move vrp-adi        to kav-adi
     if lk-departman not = spaces
        move lk-departman  to kav-departman
     else
        move vrp-departman to kav-departman
     end-if
     move w-bugun        to kav-tarih
     move lk-tutar       to kav-tutar
     move 0              to kav-harcanan kav-iade kav-fis-sayisi
     move lk-aciklama    to kav-aciklama
     move lk-kllnc       to kav-veren-kllnc
     set kav-acik to true
     write kav-rec
           invalid set lk-sonuc-hata to true
                   exit paragraph
     end-write
     move kav-avans-no to lk-avans-no
     perform devir-ac
     move spaces to kasavans-devir-satir
     move kav-tutar to w-tutar-ed
     string "KASAVANS " w-bugun " " kav-avans-no " 000 A "
            "       " kav-departman " " kav-sicil "      "
            "                 " w-tutar-ed
            delimited by size into kasavans-devir-satir
     write kasavans-devir-satir
     close kasavans-devir
     .

 son-avans-bul.
     move 0 to w-avans-no
     move high-values to kav-avans-no
     start kavans key is less than kav-avans-no
           invalid move "23" to fs-kavans
     end-start
     if fs-kavans = "00"
        read kavans previous record
             at end continue
        end-read
        if fs-kavans = "00"
           move kav-avans-no to w-avans-no
        end-if
     end-if
     move "00" to fs-kavans
     .

*> ---------------------------------------------------------------
*> harcama fisi
*> ---------------------------------------------------------------
 fis-isle.
     if lk-tutar not > 0 or lk-kalem = spaces
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move lk-avans-no to kav-avans-no
     read kavans key is kav-avans-no
          invalid set lk-sonuc-hata to true
                  exit paragraph
     end-read
     if not kav-acik or kav-fis-sayisi >= 999
        set lk-sonuc-hata to true
        exit paragraph
     end-if
*>   butce kalemi fis yilinin BUTCE'sinde olmali
     open input butce
     if fs-butce not = "00"
        close butce
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     move w-tarih (1:4) to but-yil
     move lk-kalem      to but-kalem
     read butce key is but-anah
          invalid move "23" to fs-butce
     end-read
     close butce
     if fs-butce not = "00"
        set lk-sonuc-hata to true
        exit paragraph
     end-if
     initialize kvf-rec
     add 1 to kav-fis-sayisi
     move kav-avans-no    to kvf-avans-no
     move kav-fis-sayisi  to kvf-sira
     move w-tarih         to kvf-tarih
     move lk-tedarikci    to kvf-tedarikci
     move lk-vergi-no     to kvf-vergi-no
     move lk-belge-no     to kvf-belge-no
     move lk-aciklama     to kvf-aciklama
     move lk-tutar        to kvf-tutar
     move lk-kdv-oran     to kvf-kdv-oran
     compute kvf-kdv-tutar rounded = lk-tutar * lk-kdv-oran
                                   / (100 + lk-kdv-oran)
     move lk-kalem        to kvf-kalem
     move lk-kllnc        to kvf-kllnc
     write kvf-rec
           invalid set lk-sonuc-hata to true
                   exit paragraph
     end-write
     add kvf-tutar to kav-harcanan
     rewrite kav-rec
             invalid set lk-sonuc-hata to true
     end-rewrite
     .

*> ---------------------------------------------------------------
*> yenileme: avans kapatilir, fisler muhasebe koprusune devredilir
*> ---------------------------------------------------------------
 yenileme.
     move kasaynl-rapor-dosya to kasa-rapor-dosya
     open output kasavans-rapor
     move spaces to kasavans-rapor-satir
     string "KASA AVANSI YENILEME DOKUMU  " w-bugun
            "  KAPATAN " lk-kllnc
            delimited by size into kasavans-rapor-satir
     write kasavans-rapor-satir
     move all "-" to kasavans-rapor-satir
     write kasavans-rapor-satir
     perform devir-ac
     if lk-avans-no > 0
        move lk-avans-no to kav-avans-no
        read kavans key is kav-avans-no
             invalid set lk-sonuc-hata to true
        end-read
        if lk-sonuc-tamam
           if kav-acik
              perform avans-kapat
           else
              set lk-sonuc-hata to true
           end-if
        end-if
     else
        move low-values to kav-avans-no
        start kavans key is not less than kav-avans-no
              invalid move "10" to fs-kavans
        end-start
        perform yenileme-satiri
                until fs-kavans = "10"
     end-if
     close kasavans-devir
     move spaces to kasavans-rapor-satir
     write kasavans-rapor-satir
     move w-kapanan-sayisi to w-sayi-ed
     move spaces to kasavans-rapor-satir
     string "KAPATILAN AVANS " w-sayi-ed
            delimited by size into kasavans-rapor-satir
     write kasavans-rapor-satir
     close kasavans-rapor
     .

 yenileme-satiri.
     read kavans next record
          at end move "10" to fs-kavans
     end-read
     if fs-kavans not = "00" and fs-kavans not = "02"
        move "10" to fs-kavans
     end-if
     if fs-kavans = "10"
        exit paragraph
     end-if
     if not kav-acik or kav-fis-sayisi = 0
        exit paragraph
     end-if
     if lk-departman not = spaces
     and kav-departman not = lk-departman
        exit paragraph
     end-if
     perform avans-kapat
     .

 avans-kapat.
     move 0 to w-kapat-matrah w-kapat-kdv
     move kav-tutar to w-tutar-ed
     move spaces to kasavans-rapor-satir
     string "AVANS " kav-avans-no " " kav-tarih " " kav-departman
            " " kav-sicil " " kav-adi " TUTAR " w-tutar-ed
            delimited by size into kasavans-rapor-satir
     write kasavans-rapor-satir
     move kav-avans-no to kvf-avans-no
     move 0            to kvf-sira
     start kavfis key is not less than kvf-anah
           invalid move "10" to fs-kavfis
     end-start
     perform kapanis-fisi
             until fs-kavfis = "10"
     move "00" to fs-kavfis
     compute kav-iade = kav-tutar - kav-harcanan
     move w-bugun  to kav-kapanis-tarih
     move lk-kllnc to kav-kapatan-kllnc
     set kav-kapali to true
     rewrite kav-rec
             invalid set lk-sonuc-hata to true
                     exit paragraph
     end-rewrite
     add 1 to w-kapanan-sayisi
     move kav-iade to w-tutar-ed
     move spaces to kasavans-devir-satir
     string "KASAVANS " w-bugun " " kav-avans-no " 000 K "
            "       " kav-departman " " kav-sicil "      "
            "                 " w-tutar-ed
            delimited by size into kasavans-devir-satir
     write kasavans-devir-satir
     move kav-harcanan   to w-tutar-ed
     move w-kapat-kdv    to w-tutar-ed2
     move kav-iade       to w-tutar-ed3
     move spaces to kasavans-rapor-satir
     string "      HARCANAN " w-tutar-ed "  KDV " w-tutar-ed2
            "  KASAYA IADE " w-tutar-ed3
            delimited by size into kasavans-rapor-satir
     write kasavans-rapor-satir
     .

 kapanis-fisi.
     read kavfis next record
          at end move "10" to fs-kavfis
     end-read
     if fs-kavfis not = "00" and fs-kavfis not = "02"
        move "10" to fs-kavfis
     end-if
     if fs-kavfis = "10"
        exit paragraph
     end-if
     if kvf-avans-no not = kav-avans-no
        move "10" to fs-kavfis
        exit paragraph
     end-if
     compute w-matrah = kvf-tutar - kvf-kdv-tutar
     add w-matrah      to w-kapat-matrah
     add kvf-kdv-tutar to w-kapat-kdv
     move w-matrah      to w-tutar-ed
     move kvf-kdv-tutar to w-tutar-ed2
     move spaces to kasavans-devir-satir
     string "KASAVANS " kvf-tarih " " kvf-avans-no " " kvf-sira
            " G " kvf-kalem " " kav-departman " " kvf-vergi-no " "
            kvf-belge-no " " w-tutar-ed " " w-tutar-ed2
            delimited by size into kasavans-devir-satir
     write kasavans-devir-satir
     move kvf-tutar to w-tutar-ed3
     move spaces to kasavans-rapor-satir
     string "   " kvf-sira " " kvf-tarih " " kvf-kalem " "
            kvf-tedarikci " " kvf-belge-no " " w-tutar-ed3
            delimited by size into kasavans-rapor-satir
     write kasavans-rapor-satir
     .

*> devir dosyasi birikir; muhasebe modulu aktarimda bosaltir
 devir-ac.
     open extend kasavans-devir
     if fs-devir = "35"
        open output kasavans-devir
     end-if
     .

*> ---------------------------------------------------------------
*> acik avans yaslandirmasi (personel bazinda)
*> ---------------------------------------------------------------
 yaslandirma.
     move 0 to w-genel-kalan w-genel-avans-sayisi
     initialize w-genel-tablosu w-kisi-tablosu
     move 0 to w-kisi-kalan w-kisi-avans-sayisi
     move spaces to w-onceki-sicil w-onceki-adi
     move kasavans-rapor-dosya to kasa-rapor-dosya
     open output kasavans-rapor
     move spaces to kasavans-rapor-satir
     string "ACIK KASA AVANSLARI YASLANDIRMA  " w-tarih
            delimited by size into kasavans-rapor-satir
     write kasavans-rapor-satir
     move spaces to kasavans-rapor-satir
     string "SICIL  AVANS  TARIH    DPT    GUN         AVANS"
            "      HARCANAN         KALAN"
            delimited by size into kasavans-rapor-satir
     write kasavans-rapor-satir
     move spaces to kasavans-rapor-satir
     string "                                       0-30 GUN"
            "     31-60 GUN     61-90 GUN       90+ GUN"
            delimited by size into kasavans-rapor-satir
     write kasavans-rapor-satir
     move all "-" to kasavans-rapor-satir
     write kasavans-rapor-satir
     move low-values to kav-alt
     start kavans key is not less than kav-alt
           invalid move "10" to fs-kavans
     end-start
     perform yaslandirma-satiri
             until fs-kavans = "10"
     if w-onceki-sicil not = spaces
        perform kisi-toplami
     end-if
     move all "=" to kasavans-rapor-satir
     write kasavans-rapor-satir
     move w-genel-avans-sayisi to w-sayi-ed
     move w-genel-kalan        to w-tutar-ed
     move spaces to kasavans-rapor-satir
     string "GENEL TOPLAM  ACIK AVANS " w-sayi-ed
            "                KALAN " w-tutar-ed
            delimited by size into kasavans-rapor-satir
     write kasavans-rapor-satir
     perform dilim-duzenle
             varying w-dilim from 1 by 1
             until w-dilim > 4
     move spaces to kasavans-rapor-satir
     string "                          " w-dilim-ed (1)
            w-dilim-ed (2) w-dilim-ed (3) w-dilim-ed (4)
            delimited by size into kasavans-rapor-satir
     write kasavans-rapor-satir
     close kasavans-rapor
     .

 yaslandirma-satiri.
     read kavans next record
          at end move "10" to fs-kavans
     end-read
     if fs-kavans not = "00" and fs-kavans not = "02"
        move "10" to fs-kavans
     end-if
     if fs-kavans = "10"
        exit paragraph
     end-if
     if not kav-acik
        exit paragraph
     end-if
     if kav-sicil not = w-onceki-sicil
        if w-onceki-sicil not = spaces
           perform kisi-toplami
        end-if
        move kav-sicil to w-onceki-sicil
        move kav-adi   to w-onceki-adi
        move spaces to kasavans-rapor-satir
        string kav-sicil " " kav-adi
               delimited by size into kasavans-rapor-satir
        write kasavans-rapor-satir
     end-if
     compute w-gun = function integer-of-date (w-tarih)
                   - function integer-of-date (kav-tarih)
     evaluate true
        when w-gun <= 30 move 1 to w-dilim
        when w-gun <= 60 move 2 to w-dilim
        when w-gun <= 90 move 3 to w-dilim
        when other       move 4 to w-dilim
     end-evaluate
     compute w-kalan = kav-tutar - kav-harcanan
     add w-kalan to w-kisi-dilim (w-dilim)
     add w-kalan to w-kisi-kalan
     add 1 to w-kisi-avans-sayisi
     move w-gun        to w-gun-ed
     move kav-tutar    to w-tutar-ed
     move kav-harcanan to w-tutar-ed2
     move w-kalan      to w-tutar-ed3
     move spaces to kasavans-rapor-satir
     string "       " kav-avans-no " " kav-tarih " " kav-departman
            " " w-gun-ed w-tutar-ed w-tutar-ed2 w-tutar-ed3
            delimited by size into kasavans-rapor-satir
     write kasavans-rapor-satir
     .

 kisi-toplami.
     move w-kisi-kalan to w-tutar-ed
     move spaces to kasavans-rapor-satir
     string "   TOPLAM " w-onceki-sicil " " w-onceki-adi
            "  KALAN " w-tutar-ed
            delimited by size into kasavans-rapor-satir
     write kasavans-rapor-satir
     perform kisi-dilim-aktar
             varying w-dilim from 1 by 1
             until w-dilim > 4
     move spaces to kasavans-rapor-satir
     string "                          " w-dilim-ed (1)
            w-dilim-ed (2) w-dilim-ed (3) w-dilim-ed (4)
            delimited by size into kasavans-rapor-satir
     write kasavans-rapor-satir
     move spaces to kasavans-rapor-satir
     write kasavans-rapor-satir
     add w-kisi-kalan        to w-genel-kalan
     add w-kisi-avans-sayisi to w-genel-avans-sayisi
     initialize w-kisi-tablosu
     move 0 to w-kisi-kalan w-kisi-avans-sayisi
     .

 kisi-dilim-aktar.
     move w-kisi-dilim (w-dilim) to w-dilim-ed (w-dilim)
     add w-kisi-dilim (w-dilim)  to w-genel-dilim (w-dilim)
     .

 dilim-duzenle.
     move w-genel-dilim (w-dilim) to w-dilim-ed (w-dilim)
     .
