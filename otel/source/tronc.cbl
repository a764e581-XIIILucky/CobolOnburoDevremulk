*> tronc.cbl
*> Servis ucreti (tronc) havuzunun personele puanla dagitimi.
*> Folio ve outlet adisyonlarinda toplanan servis ucreti her ay
*> excel'de paylastiriliyor, personel payini kontrol edemiyordu.
*> Bu alt program secilen ayi (lk-yil/lk-ay; 0 ise bir onceki ay)
*> isler:
*>   - havuz: CAST-LOG'un tarih sirali alternatif anahtariyla
*>     ayin folio satirlarinin break dizisinde tronc.prm M
*>     satirlarindaki servis malzeme kodlari toplanir (itirazli
*>     satir girmez; KDV usali.cbl'deki gibi kdvoran.prm orani
*>     ile ayrilir). Outlet kodu (cast-log-break-kodu) dolu satir
*>     POS adisyonunun odaya aktarimidir - POS tarafi zaten gun
*>     sonu satis aktarimindan (possatis.txt, recete.cbl'deki
*>     devir noktasi; tutar KDV haric) servis kodlu urun satiri
*>     olarak okundugundan iki kez sayilmaz. Havuz departman
*>     (outlet; folio satirlari "FOLIO") bazinda dokulur,
*>   - personel: ozlukgir ozluk kayitlarinin devir listesi
*>     ozluk.lst'ten okunur (canli ozluk dosyasinin duzeni bu
*>     agacta olmadigindan devir noktasi bu listedir; satir:
*>     sicil;adi;departman;kademe). Kademenin puani tronc.prm P
*>     satirindandir; puansiz kademe dagitima girmez ve uyarilir,
*>   - calisilan gun: kisinin ay icinde vardiya.cbl ROSTER'inda
*>     cizelgelenmis gunleri, izindok.lst'teki onayli izin gunleri
*>     (vardiya.cbl'deki devir listesi) dusulerek sayilir;
*>     cizelgesi hic olmayan kisi icin ayin takvim gunu eksi izin
*>     gunudur. Hak puani = kademe puani x calisilan gun / ayin gun
*>     sayisi; pay = havuz x hak puani / toplam hak puani (yuvarlama
*>     farki son kisiye yazilir, dagitilan toplam havuza esittir),
*>   - tronc.txt: havuz dokumu, dagitim tablosu ve her personel
*>     icin ayri dagitim bildirimi; tronc.pay: bordro aktarim
*>     dosyasi (sicil, donem, tutar).
*> tronc.prm:
*>   M;malzeme         - servis ucreti malzeme kodu
*>   P;kademe;puan     - kademe puani
program-id. tronc is initial program.
environment division.
input-output section.
file-control.
     copy "castlog.sel.cpy".

     select roster assign to random
            roster-dosya
            organization indexed
            access mode is dynamic
            record key is ros-anah
            file status is fs-roster.

     select tronc-param assign to random
            tronc-param-dosya
            organization line sequential
            file status is fs-param.

     select kdvoran-param assign to random
            kdvoran-param-dosya
            organization line sequential
            file status is fs-kdvoran.

     select possatis assign to random
            possatis-dosya
            organization line sequential
            file status is fs-possatis.

     select ozluk-liste assign to random
            ozluk-liste-dosya
            organization line sequential
            file status is fs-ozluk.

     select izin-liste assign to random
            izin-liste-dosya
            organization line sequential
            file status is fs-izin.

     select tronc-rapor assign to random
            tronc-rapor-dosya
            organization line sequential.

     select tronc-aktarim assign to random
            tronc-aktarim-dosya
            organization line sequential.

data division.
file section.
 copy "castlog.lib.cpy".

*> vardiya cizelgesi (duzen vardiya.cbl ile aynidir)
fd  roster.
01  ros-rec.
    02  ros-anah.
        03  ros-tarih            pic 9(08).
        03  ros-departman        pic x(04).
        03  ros-sicil            pic x(06).
    02  ros-fiili-saat           pic 9(02)v99.
    02  ros-uretim-tarihi        pic 9(08).

fd  tronc-param.
01  param-satir                  pic x(80).

fd  kdvoran-param.
01  kdvoran-satir                pic x(80).

fd  possatis.
01  possatis-satir               pic x(80).

fd  ozluk-liste.
01  ozluk-satir                  pic x(80).

fd  izin-liste.
01  izin-satir                   pic x(40).

fd  tronc-rapor.
01  tronc-rapor-satir            pic x(132).

fd  tronc-aktarim.
01  tra-rec.
    02  tra-kod                  pic x(04).
    02  tra-sicil                pic x(06).
    02  tra-donem                pic 9(06).
    02  tra-tutar                pic 9(09)v99.

working-storage section.
01  cast-log-dosya               pic x(200) value "cast-log.dat".
01  roster-dosya                 pic x(200) value "roster.dat".
01  tronc-param-dosya            pic x(200) value "tronc.prm".
01  kdvoran-param-dosya          pic x(200) value "kdvoran.prm".
01  possatis-dosya               pic x(200) value "possatis.txt".
01  ozluk-liste-dosya            pic x(200) value "ozluk.lst".
01  izin-liste-dosya             pic x(200) value "izindok.lst".
01  tronc-rapor-dosya            pic x(200) value "tronc.txt".
01  tronc-aktarim-dosya          pic x(200) value "tronc.pay".
01  fs-cast-log                  pic xx.
01  fs-roster                    pic xx.
01  fs-param                     pic xx.
01  fs-kdvoran                   pic xx.
01  fs-possatis                  pic xx.
01  fs-ozluk                     pic xx.
01  fs-izin                      pic xx.

*> malzeme kodu kdvoran.prm'de yoksa kullanilan KDV orani (yuzde)
01  w-kdv-varsayilan             pic 9(02)v99 value 10.

01  w-bugun                      pic 9(08).
01  w-yil                        pic 9(04).
01  w-ay                         pic 9(02).
01  w-donem                      pic 9(06).
01  w-ay-bas                     pic 9(08).
01  w-ay-son                     pic 9(08).
01  w-ay-gun                     pic 9(02).
01  w-tarih                      pic 9(08).
01  w-bulundu                    pic x(01).
01  w-izinli                     pic x(01).
01  w-break-ix                   pic 9(02).

01  w-p-tip                      pic x(01).
01  w-p-alan1                    pic x(30).
01  w-p-alan2                    pic x(30).
01  w-p-alan3                    pic x(30).
01  w-p-alan4                    pic x(30).
01  w-p-alan5                    pic x(30).

*> servis malzeme kodlari (tronc.prm M)
01  w-srv-sayisi                 pic 9(02).
01  w-srv-tablosu.
    02  w-srv-malzeme            pic x(03) occurs 20 times.
01  w-srv-ix                     pic 9(02).

*> kademe puanlari (tronc.prm P)
01  w-kdm-sayisi                 pic 9(02).
01  w-kdm-tablosu.
    02  w-kdm                    occurs 50 times.
        03  w-kdm-kodu           pic x(04).
        03  w-kdm-puan           pic 9(03)v99.
01  w-kdm-ix                     pic 9(02).

*> kdvoran.prm
01  w-oran-sayisi                pic 9(03).
01  w-oran-tablosu.
    02  w-orn                    occurs 100 times.
        03  w-orn-malzeme        pic x(03).
        03  w-orn-oran           pic 9(02)v99.
01  w-oran-ix                    pic 9(03).
01  w-oran                       pic 9(02)v99.
01  w-k-malzeme                  pic x(03).
01  w-k-brut                     pic s9(11)v99.
01  w-k-kdv                      pic s9(11)v99.
01  w-k-tutar                    pic s9(11)v99.
01  w-k-dpt                      pic x(08).

*> havuz (departman bazinda)
01  w-hvz-sayisi                 pic 9(02).
01  w-hvz-tablosu.
    02  w-hvz                    occurs 40 times.
        03  w-hvz-dpt            pic x(08).
        03  w-hvz-tutar          pic s9(11)v99.
01  w-hvz-ix                     pic 9(02).
01  w-havuz                      pic s9(11)v99.

*> personel (ozluk.lst)
01  w-prs-sayisi                 pic 9(03).
01  w-prs-tablosu.
    02  w-prs                    occurs 500 times.
        03  w-prs-sicil          pic x(06).
        03  w-prs-adi            pic x(30).
        03  w-prs-departman      pic x(04).
        03  w-prs-kademe         pic x(04).
        03  w-prs-puan           pic 9(03)v99.
        03  w-prs-cizelgeli      pic x(01).
        03  w-prs-gun            pic 9(02).
        03  w-prs-izin-gun       pic 9(02).
        03  w-prs-hak-puan       pic 9(05)v9999.
        03  w-prs-pay            pic s9(11)v99.
01  w-prs-ix                     pic 9(03).
01  w-son-payli-ix               pic 9(03).
01  w-toplam-puan                pic 9(09)v9999.
01  w-puan-degeri                pic 9(07)v9(06).
01  w-dagitilan                  pic s9(11)v99.
01  w-puansiz-sayisi             pic 9(03).

*> onayli izinler (izindok.lst: 1-6 sicil, 8-15 bas, 17-24 bit)
01  w-izin-sayisi                pic 9(04).
01  w-izin-tablosu.
    02  w-izn                    occurs 1000 times.
        03  w-izn-sicil          pic x(06).
        03  w-izn-bas            pic 9(08).
        03  w-izn-bit            pic 9(08).
01  w-izn-ix                     pic 9(04).
01  w-gun-ix                     pic 9(02).

*> possatis.txt alanlari
01  w-s-tarih                    pic x(10).
01  w-s-outlet                   pic x(08).
01  w-s-urun                     pic x(10).
01  w-s-adet                     pic x(12).
01  w-s-tutar                    pic x(16).

01  w-tutar-ed                   pic z(9)9,99-.
01  w-tutar-ed2                  pic z(9)9,99-.
01  w-puan-ed                    pic z(4)9,9999.
01  w-puan-ed2                   pic z(2)9,99.
01  w-deger-ed                   pic z(6)9,999999.
01  w-gun-ed                     pic z9.
01  w-gun-ed2                    pic z9.
01  w-sayi-ed                    pic z(4)9.

linkage section.
01  tronc-link.
*>   0 ise bir onceki ay
    02  lk-yil                   pic 9(04).
    02  lk-ay                    pic 9(02).
    02  lk-havuz                 pic s9(11)v99.
    02  lk-personel-sayisi       pic 9(05).
    02  lk-sonuc                 pic x(01).
        88  lk-sonuc-tamam           value "T".
        88  lk-sonuc-hata            value "H".

procedure division using tronc-link.
 ana-islem.
     accept w-bugun from date yyyymmdd
     set lk-sonuc-tamam to true
     move 0 to lk-havuz lk-personel-sayisi
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
     move w-ay-son (7:2) to w-ay-gun
     perform param-oku
     perform kdvoran-oku
     if w-srv-sayisi = 0
        set lk-sonuc-hata to true
        goback
     end-if
     perform ozluk-oku
     if w-prs-sayisi = 0
        set lk-sonuc-hata to true
        goback
     end-if
     perform izin-listesi-yukle
     move 0 to w-hvz-sayisi w-havuz
     perform cast-havuz
     perform pos-havuz
     perform calisilan-gun
     perform dagit
     perform rapor-bas
     move w-havuz to lk-havuz
     goback.

*> ---------------------------------------------------------------
*> parametreler ve listeler
*> ---------------------------------------------------------------
 param-oku.
     move 0 to w-srv-sayisi w-kdm-sayisi
     open input tronc-param
     if fs-param not = "00"
        exit paragraph
     end-if
     perform param-satiri
             until fs-param not = "00"
     close tronc-param
     .

 param-satiri.
     read tronc-param
          at end move "10" to fs-param
     end-read
     if fs-param not = "00"
     or param-satir = spaces
        exit paragraph
     end-if
     move spaces to w-p-tip w-p-alan1 w-p-alan2
     unstring param-satir delimited by ";"
              into w-p-tip w-p-alan1 w-p-alan2
     end-unstring
     evaluate w-p-tip
        when "M"
             if w-srv-sayisi < 20
                add 1 to w-srv-sayisi
                move w-p-alan1 to w-srv-malzeme (w-srv-sayisi)
             end-if
        when "P"
             if w-kdm-sayisi < 50
                add 1 to w-kdm-sayisi
                move w-p-alan1 to w-kdm-kodu (w-kdm-sayisi)
                inspect w-p-alan2 replacing all "," by "."
                compute w-kdm-puan (w-kdm-sayisi) =
                        function numval (w-p-alan2)
             end-if
     end-evaluate
     .

*> kdvoran.prm: malzeme;oran
 kdvoran-oku.
     move 0 to w-oran-sayisi
     open input kdvoran-param
     if fs-kdvoran not = "00"
        exit paragraph
     end-if
     perform kdvoran-satiri
             until fs-kdvoran not = "00"
     close kdvoran-param
     .

 kdvoran-satiri.
     read kdvoran-param
          at end move "10" to fs-kdvoran
     end-read
     if fs-kdvoran not = "00"
     or kdvoran-satir = spaces
     or w-oran-sayisi >= 100
        exit paragraph
     end-if
     move spaces to w-p-alan1 w-p-alan3
     unstring kdvoran-satir delimited by ";"
              into w-p-alan1 w-p-alan3
     end-unstring
     inspect w-p-alan3 replacing all "," by "."
     add 1 to w-oran-sayisi
     move w-p-alan1 to w-orn-malzeme (w-oran-sayisi)
     compute w-orn-oran (w-oran-sayisi) = function numval (w-p-alan3)
     .

*> ozluk.lst: sicil;adi;departman;kademe
 ozluk-oku.
     move 0 to w-prs-sayisi
     initialize w-prs-tablosu
     open input ozluk-liste
     if fs-ozluk not = "00"
        exit paragraph
     end-if
     perform ozluk-satiri
             until fs-ozluk not = "00"
     close ozluk-liste
     .

 ozluk-satiri.
     read ozluk-liste
          at end move "10" to fs-ozluk
     end-read
     if fs-ozluk not = "00"
     or ozluk-satir = spaces
     or w-prs-sayisi >= 500
        exit paragraph
     end-if
     move spaces to w-p-alan1 w-p-alan2 w-p-alan3 w-p-alan4
     unstring ozluk-satir delimited by ";"
              into w-p-alan1 w-p-alan2 w-p-alan3 w-p-alan4
     end-unstring
     add 1 to w-prs-sayisi
     move w-prs-sayisi to w-prs-ix
     move w-p-alan1 to w-prs-sicil (w-prs-ix)
     move w-p-alan2 to w-prs-adi (w-prs-ix)
     move w-p-alan3 to w-prs-departman (w-prs-ix)
     move w-p-alan4 to w-prs-kademe (w-prs-ix)
     move "H" to w-prs-cizelgeli (w-prs-ix)
     move 0 to w-prs-puan (w-prs-ix)
     perform kademe-ara
             varying w-kdm-ix from 1 by 1
             until w-kdm-ix > w-kdm-sayisi
     .

 kademe-ara.
     if w-kdm-kodu (w-kdm-ix) = w-prs-kademe (w-prs-ix)
        move w-kdm-puan (w-kdm-ix) to w-prs-puan (w-prs-ix)
        move w-kdm-sayisi to w-kdm-ix
     end-if
     .

 izin-listesi-yukle.
     move 0 to w-izin-sayisi
     open input izin-liste
     if fs-izin = "00"
        perform izin-satiri-oku
                until fs-izin not = "00"
        close izin-liste
     end-if
     .

 izin-satiri-oku.
     read izin-liste
          at end move "10" to fs-izin
     end-read
     if fs-izin = "00"
        if izin-satir (8:8) is numeric
        and izin-satir (17:8) is numeric
        and w-izin-sayisi < 1000
           add 1 to w-izin-sayisi
           move izin-satir (1:6)  to w-izn-sicil (w-izin-sayisi)
           move izin-satir (8:8)  to w-izn-bas (w-izin-sayisi)
           move izin-satir (17:8) to w-izn-bit (w-izin-sayisi)
        end-if
     end-if
     .

*> ---------------------------------------------------------------
*> havuz: CAST-LOG folio satirlari
*> ---------------------------------------------------------------
 cast-havuz.
     open input cast-log
     if fs-cast-log not = "00"
        exit paragraph
     end-if
     move w-ay-bas   to cast-log-tarih
     move 0          to cast-log-rez-no
     move 0          to cast-log-fis
     start cast-log key is not less than cast-log-alt
           invalid move "10" to fs-cast-log
     end-start
     perform cast-satiri
             until fs-cast-log = "10"
     close cast-log
     .

 cast-satiri.
     read cast-log next record
          at end move "10" to fs-cast-log
     end-read
     if fs-cast-log not = "00" and fs-cast-log not = "02"
        move "10" to fs-cast-log
     end-if
     if fs-cast-log = "10"
        exit paragraph
     end-if
     if cast-log-tarih > w-ay-son
        move "10" to fs-cast-log
        exit paragraph
     end-if
     if cast-log-itirazda
     or cast-log-break-kodu not = spaces
        exit paragraph
     end-if
     perform cast-break-satiri
             varying w-break-ix from 1 by 1
             until w-break-ix > 15
     .

 cast-break-satiri.
     if cast-log-br-malzeme-kodu (w-break-ix) = spaces
     or cast-log-br-malzeme-tut (w-break-ix) = 0
        exit paragraph
     end-if
     move cast-log-br-malzeme-kodu (w-break-ix) to w-k-malzeme
     perform servis-kodu-mu
     if w-bulundu not = "E"
        exit paragraph
     end-if
     move cast-log-br-malzeme-tut (w-break-ix) to w-k-brut
     move w-kdv-varsayilan to w-oran
     perform oran-bul
             varying w-oran-ix from 1 by 1
             until w-oran-ix > w-oran-sayisi
     compute w-k-kdv rounded = w-k-brut * w-oran / (100 + w-oran)
     compute w-k-tutar = w-k-brut - w-k-kdv
     move "FOLIO" to w-k-dpt
     perform havuza-ekle
     .

 oran-bul.
     if w-orn-malzeme (w-oran-ix) = w-k-malzeme
        move w-orn-oran (w-oran-ix) to w-oran
        move w-oran-sayisi to w-oran-ix
     end-if
     .

*> w-k-malzeme servis ucreti kodu mu (w-bulundu)
 servis-kodu-mu.
     move "H" to w-bulundu
     perform servis-kodu-ara
             varying w-srv-ix from 1 by 1
             until w-srv-ix > w-srv-sayisi or w-bulundu = "E"
     .

 servis-kodu-ara.
     if w-srv-malzeme (w-srv-ix) = w-k-malzeme
        move "E" to w-bulundu
     end-if
     .

 havuza-ekle.
     move "H" to w-bulundu
     perform havuz-ara
             varying w-hvz-ix from 1 by 1
             until w-hvz-ix > w-hvz-sayisi or w-bulundu = "E"
     if w-bulundu = "E"
        subtract 1 from w-hvz-ix
     else
        if w-hvz-sayisi >= 40
           move 40 to w-hvz-ix
        else
           add 1 to w-hvz-sayisi
           move w-hvz-sayisi to w-hvz-ix
           move w-k-dpt to w-hvz-dpt (w-hvz-ix)
           move 0 to w-hvz-tutar (w-hvz-ix)
        end-if
     end-if
     add w-k-tutar to w-hvz-tutar (w-hvz-ix)
     add w-k-tutar to w-havuz
     .

 havuz-ara.
     if w-hvz-dpt (w-hvz-ix) = w-k-dpt
        move "E" to w-bulundu
     end-if
     .

*> ---------------------------------------------------------------
*> havuz: POS gun sonu satis aktarimi (tarih;outlet;urun;adet;tutar)
*> ---------------------------------------------------------------
 pos-havuz.
     open input possatis
     if fs-possatis not = "00"
        exit paragraph
     end-if
     perform pos-satiri
             until fs-possatis not = "00"
     close possatis
     .

 pos-satiri.
     read possatis
          at end move "10" to fs-possatis
     end-read
     if fs-possatis not = "00"
     or possatis-satir = spaces
        exit paragraph
     end-if
     move spaces to w-s-tarih w-s-outlet w-s-urun w-s-adet w-s-tutar
     unstring possatis-satir delimited by ";"
              into w-s-tarih w-s-outlet w-s-urun w-s-adet w-s-tutar
     end-unstring
     if w-s-tarih (1:8) is not numeric
        exit paragraph
     end-if
     if w-s-tarih (1:8) < w-ay-bas or w-s-tarih (1:8) > w-ay-son
        exit paragraph
     end-if
     move w-s-urun (1:3) to w-k-malzeme
     if w-s-urun (4:7) not = spaces
        exit paragraph
     end-if
     perform servis-kodu-mu
     if w-bulundu not = "E"
        exit paragraph
     end-if
     inspect w-s-tutar replacing all "," by "."
     compute w-k-tutar = function numval (w-s-tutar)
     move w-s-outlet to w-k-dpt
     perform havuza-ekle
     .

*> ---------------------------------------------------------------
*> calisilan gun: ROSTER gunleri - izin; cizelgesizde takvim - izin
*> ---------------------------------------------------------------
 calisilan-gun.
     open input roster
     if fs-roster = "00"
        move w-ay-bas    to ros-tarih
        move low-values  to ros-departman ros-sicil
        start roster key is not less than ros-anah
              invalid move "10" to fs-roster
        end-start
        perform roster-satiri
                until fs-roster = "10"
        close roster
     end-if
     move 0 to w-puansiz-sayisi
     perform kisi-gun-tamamla
             varying w-prs-ix from 1 by 1
             until w-prs-ix > w-prs-sayisi
     .

 roster-satiri.
     read roster next record
          at end move "10" to fs-roster
     end-read
     if fs-roster not = "00" and fs-roster not = "02"
        move "10" to fs-roster
     end-if
     if fs-roster not = "00"
        exit paragraph
     end-if
     if ros-tarih > w-ay-son
        move "10" to fs-roster
        exit paragraph
     end-if
     move "H" to w-bulundu
     perform personel-ara
             varying w-prs-ix from 1 by 1
             until w-prs-ix > w-prs-sayisi or w-bulundu = "E"
     if w-bulundu not = "E"
        exit paragraph
     end-if
     subtract 1 from w-prs-ix
     move "E" to w-prs-cizelgeli (w-prs-ix)
     move ros-tarih to w-tarih
     perform izin-kontrol
     if w-izinli = "H" and w-prs-gun (w-prs-ix) < w-ay-gun
        add 1 to w-prs-gun (w-prs-ix)
     end-if
     .

 personel-ara.
     if w-prs-sicil (w-prs-ix) = ros-sicil
        move "E" to w-bulundu
     end-if
     .

*> w-prs-ix kisisi w-tarih gununde onayli izinde mi (w-izinli)
 izin-kontrol.
     move "H" to w-izinli
     perform izin-ara
             varying w-izn-ix from 1 by 1
             until w-izn-ix > w-izin-sayisi or w-izinli = "E"
     .

 izin-ara.
     if w-izn-sicil (w-izn-ix) = w-prs-sicil (w-prs-ix)
     and w-izn-bas (w-izn-ix) <= w-tarih
     and w-izn-bit (w-izn-ix) >= w-tarih
        move "E" to w-izinli
     end-if
     .

 kisi-gun-tamamla.
     move 0 to w-prs-izin-gun (w-prs-ix)
     perform izin-gunu-say
             varying w-gun-ix from 1 by 1 until w-gun-ix > w-ay-gun
     if w-prs-cizelgeli (w-prs-ix) not = "E"
        compute w-prs-gun (w-prs-ix) =
                w-ay-gun - w-prs-izin-gun (w-prs-ix)
     end-if
     compute w-prs-hak-puan (w-prs-ix) rounded =
             w-prs-puan (w-prs-ix) * w-prs-gun (w-prs-ix) / w-ay-gun
     if w-prs-puan (w-prs-ix) = 0
        add 1 to w-puansiz-sayisi
     end-if
     .

 izin-gunu-say.
     compute w-tarih = w-ay-bas + w-gun-ix - 1
     perform izin-kontrol
     if w-izinli = "E"
        add 1 to w-prs-izin-gun (w-prs-ix)
     end-if
     .

*> ---------------------------------------------------------------
*> dagitim
*> ---------------------------------------------------------------
 dagit.
     move 0 to w-toplam-puan w-dagitilan w-son-payli-ix
     perform puan-topla
             varying w-prs-ix from 1 by 1
             until w-prs-ix > w-prs-sayisi
     if w-toplam-puan = 0
        move 0 to w-puan-degeri
        exit paragraph
     end-if
     compute w-puan-degeri rounded = w-havuz / w-toplam-puan
     perform pay-hesapla
             varying w-prs-ix from 1 by 1
             until w-prs-ix > w-prs-sayisi
     if w-son-payli-ix > 0
        compute w-prs-pay (w-son-payli-ix) =
                w-prs-pay (w-son-payli-ix) + w-havuz - w-dagitilan
     end-if
     .

 puan-topla.
     add w-prs-hak-puan (w-prs-ix) to w-toplam-puan
     .

 pay-hesapla.
     move 0 to w-prs-pay (w-prs-ix)
     if w-prs-hak-puan (w-prs-ix) = 0
        exit paragraph
     end-if
     compute w-prs-pay (w-prs-ix) rounded =
             w-havuz * w-prs-hak-puan (w-prs-ix) / w-toplam-puan
     add w-prs-pay (w-prs-ix) to w-dagitilan
     move w-prs-ix to w-son-payli-ix
     add 1 to lk-personel-sayisi
     .

*> ---------------------------------------------------------------
*> tronc.txt ve tronc.pay
*> ---------------------------------------------------------------
 rapor-bas.
     open output tronc-rapor
     open output tronc-aktarim
     move spaces to tronc-rapor-satir
     string "SERVIS UCRETI (TRONC) DAGITIMI - DONEM " w-donem
            "   HAZIRLANMA: " w-bugun
            delimited by size into tronc-rapor-satir
     write tronc-rapor-satir
     move all "-" to tronc-rapor-satir
     write tronc-rapor-satir
     move spaces to tronc-rapor-satir
     string "HAVUZ (KDV HARIC)"
            delimited by size into tronc-rapor-satir
     write tronc-rapor-satir
     perform havuz-satiri
             varying w-hvz-ix from 1 by 1
             until w-hvz-ix > w-hvz-sayisi
     move w-havuz to w-tutar-ed
     move spaces to tronc-rapor-satir
     string "  TOPLAM HAVUZ    " w-tutar-ed
            delimited by size into tronc-rapor-satir
     write tronc-rapor-satir
     move w-toplam-puan to w-puan-ed
     move w-puan-degeri to w-deger-ed
     move spaces to tronc-rapor-satir
     string "  TOPLAM HAK PUANI" w-puan-ed "   PUAN DEGERI " w-deger-ed
            delimited by size into tronc-rapor-satir
     write tronc-rapor-satir
     move spaces to tronc-rapor-satir
     write tronc-rapor-satir
     move spaces to tronc-rapor-satir
     string "SICIL  ADI                            DPT  KADEME PUAN "
            "GUN IZIN HAK PUANI           PAY"
            delimited by size into tronc-rapor-satir
     write tronc-rapor-satir
     move all "-" to tronc-rapor-satir
     write tronc-rapor-satir
     perform dagitim-satiri
             varying w-prs-ix from 1 by 1
             until w-prs-ix > w-prs-sayisi
     move w-havuz to w-tutar-ed
     move spaces to tronc-rapor-satir
     string "                                           "
            "                   DAGITILAN " w-tutar-ed
            delimited by size into tronc-rapor-satir
     write tronc-rapor-satir
     if w-puansiz-sayisi > 0
        move w-puansiz-sayisi to w-sayi-ed
        move spaces to tronc-rapor-satir
        string "UYARI: " w-sayi-ed " PERSONELIN KADEMESI TRONC.PRM'DE"
               " PUANLANMAMIS - DAGITIMA GIRMEDI (P isaretli)"
               delimited by size into tronc-rapor-satir
        write tronc-rapor-satir
     end-if
     perform kisi-bildirimi
             varying w-prs-ix from 1 by 1
             until w-prs-ix > w-prs-sayisi
     close tronc-rapor tronc-aktarim
     .

 havuz-satiri.
     move w-hvz-tutar (w-hvz-ix) to w-tutar-ed
     move spaces to tronc-rapor-satir
     string "  " w-hvz-dpt (w-hvz-ix) "        " w-tutar-ed
            delimited by size into tronc-rapor-satir
     write tronc-rapor-satir
     .

 dagitim-satiri.
     move w-prs-puan (w-prs-ix) to w-puan-ed2
     move w-prs-gun (w-prs-ix) to w-gun-ed
     move w-prs-izin-gun (w-prs-ix) to w-gun-ed2
     move w-prs-hak-puan (w-prs-ix) to w-puan-ed
     move w-prs-pay (w-prs-ix) to w-tutar-ed
     move spaces to tronc-rapor-satir
     string w-prs-sicil (w-prs-ix) " " w-prs-adi (w-prs-ix) " "
            w-prs-departman (w-prs-ix) " " w-prs-kademe (w-prs-ix)
            "  " w-puan-ed2 " " w-gun-ed "  " w-gun-ed2 "  "
            w-puan-ed " " w-tutar-ed
            delimited by size into tronc-rapor-satir
     if w-prs-puan (w-prs-ix) = 0
        move "P" to tronc-rapor-satir (131:1)
     end-if
     write tronc-rapor-satir
     if w-prs-pay (w-prs-ix) > 0
        move "TRNC" to tra-kod
        move w-prs-sicil (w-prs-ix) to tra-sicil
        move w-donem to tra-donem
        move w-prs-pay (w-prs-ix) to tra-tutar
        write tra-rec
     end-if
     .

*> kisiye verilen dagitim bildirimi
 kisi-bildirimi.
     move spaces to tronc-rapor-satir
     write tronc-rapor-satir
     move all "=" to tronc-rapor-satir
     write tronc-rapor-satir
     move spaces to tronc-rapor-satir
     string "SERVIS UCRETI DAGITIM BILDIRIMI - DONEM " w-donem
            delimited by size into tronc-rapor-satir
     write tronc-rapor-satir
     move spaces to tronc-rapor-satir
     string "SICIL: " w-prs-sicil (w-prs-ix) "  " w-prs-adi (w-prs-ix)
            "  DEPARTMAN: " w-prs-departman (w-prs-ix)
            "  KADEME: " w-prs-kademe (w-prs-ix)
            delimited by size into tronc-rapor-satir
     write tronc-rapor-satir
     move w-havuz to w-tutar-ed
     move w-toplam-puan to w-puan-ed
     move spaces to tronc-rapor-satir
     string "OTEL HAVUZU        : " w-tutar-ed
            "   TOPLAM HAK PUANI: " w-puan-ed
            delimited by size into tronc-rapor-satir
     write tronc-rapor-satir
     move w-prs-puan (w-prs-ix) to w-puan-ed2
     move w-prs-gun (w-prs-ix) to w-gun-ed
     move w-prs-izin-gun (w-prs-ix) to w-gun-ed2
     move spaces to tronc-rapor-satir
     string "KADEME PUANI       : " w-puan-ed2
            "   CALISILAN GUN: " w-gun-ed " / " w-ay-gun
            "   IZIN: " w-gun-ed2
            delimited by size into tronc-rapor-satir
     write tronc-rapor-satir
     move w-prs-hak-puan (w-prs-ix) to w-puan-ed
     move w-puan-degeri to w-deger-ed
     move spaces to tronc-rapor-satir
     string "HAK PUANI          : " w-puan-ed
            "   PUAN DEGERI: " w-deger-ed
            delimited by size into tronc-rapor-satir
     write tronc-rapor-satir
     move w-prs-pay (w-prs-ix) to w-tutar-ed
     move spaces to tronc-rapor-satir
     string "PAYINIZ            : " w-tutar-ed
            delimited by size into tronc-rapor-satir
     write tronc-rapor-satir
     .
